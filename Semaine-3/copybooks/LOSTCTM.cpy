      *-----------------------------------------------------------*
      *  LOSTCTM - Maintenance card (SYSIN) layout for LOSTCATM.  *
      *  One card per catalog action. A, C and R do not touch     *
      *  LOSTCAT : they stage a pending change (LOSTCPN) stamped  *
      *  with the submitter, applied only by a V card from a      *
      *  different user.                                          *
      *  Col      1  CTM-ACTION       'A' ajout d'une serie,      *
      *              'C' modification (seuls les champs non       *
      *              blancs de la carte sont appliques),          *
      *              'R' retrait (la serie passe au statut 'R'),  *
      *              'V' approbation du changement en attente,    *
      *              'X' annulation du changement en attente      *
      *              (V et X : seuls le nom et l'utilisateur      *
      *              comptent)                                    *
      *  Cols  2-21  CTM-SERIES-NAME  nom de la serie (cle)       *
      *  Col     22  CTM-SERIES-TYPE  type de recurrence          *
      *              A/T/G/S (voir LOSTCTL ; dft 'A' a l'ajout)   *
      *  Cols 31-35  CTM-SEED-B       graine 1 (dft 0 a l'ajout)  *
      *  Cols 36-40  CTM-SEED-O       graine 2 (dft 1 a l'ajout)  *
      *  Cols 41-48  CTM-OWNER        proprietaire de la serie    *
      *  Cols 49-56  CTM-USER         utilisateur qui soumet      *
      *              (A/C/R), approuve (V) ou annule (X) -        *
      *              obligatoire                                  *
      *-----------------------------------------------------------*
       01  CTM-RECORD.
           05  CTM-ACTION          PIC X(01).
               88  CTM-ACTION-ADD              VALUE "A".
               88  CTM-ACTION-CHANGE           VALUE "C".
               88  CTM-ACTION-RETIRE           VALUE "R".
               88  CTM-ACTION-APPROVE          VALUE "V".
               88  CTM-ACTION-CANCEL           VALUE "X".
               88  CTM-ACTION-STAGE            VALUE "A" "C" "R".
               88  CTM-ACTION-KNOWN            VALUE "A" "C" "R"
                                                     "V" "X".
           05  CTM-SERIES-NAME     PIC X(20).
           05  CTM-SERIES-TYPE     PIC X(01).
           05  CTM-SERIES-PARM     PIC X(08).
           05  CTM-SEED-B          PIC X(05).
           05  CTM-SEED-O          PIC X(05).
           05  CTM-OWNER           PIC X(08).
           05  CTM-USER            PIC X(08).
