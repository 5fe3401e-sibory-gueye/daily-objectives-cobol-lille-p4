      *-----------------------------------------------------------*
      *  LOSTRQC - Maintenance card (SYSIN) layout for LOSTRQMM.  *
      *  One card per requester action.                           *
      *  Col      1  RQC-ACTION       'A' ajout d'un demandeur,   *
      *              'C' modification (seuls les champs non       *
      *              blancs de la carte sont appliques),          *
      *              'S' suspension, 'R' reactivation,            *
      *              'G' ajout d'une serie autorisee,             *
      *              'X' retrait d'une serie autorisee            *
      *  Cols  2- 9  RQC-REQUESTER    code demandeur (cle)        *
      *  Cols 10-39  RQC-NAME         libelle du demandeur        *
      *  Cols 40-47  RQC-COST-CENTRE  centre de cout              *
      *  Cols 48-50  RQC-MAX-TERMS    maximum de termes par carte *
      *              (dft 999 a l'ajout)                          *
      *  Cols 51-57  RQC-MONTHLY-QUOTA  quota mensuel de termes   *
      *              (dft 0000000 = pas de quota a l'ajout)       *
      *  Cols 58-77  RQC-SERIES-NAME  serie LOSTCAT autorisee     *
      *              ('G', 'X', ou premiere serie a l'ajout) ;    *
      *              '*' = toutes les series                      *
      *-----------------------------------------------------------*
       01  RQC-RECORD.
           05  RQC-ACTION          PIC X(01).
               88  RQC-ACTION-ADD              VALUE "A".
               88  RQC-ACTION-CHANGE           VALUE "C".
               88  RQC-ACTION-SUSPEND          VALUE "S".
               88  RQC-ACTION-REACTIVATE       VALUE "R".
               88  RQC-ACTION-GRANT            VALUE "G".
               88  RQC-ACTION-REVOKE           VALUE "X".
               88  RQC-ACTION-KNOWN            VALUE "A" "C" "S" "R"
                                                     "G" "X".
           05  RQC-REQUESTER       PIC X(08).
           05  RQC-NAME            PIC X(30).
           05  RQC-COST-CENTRE     PIC X(08).
           05  RQC-MAX-TERMS       PIC X(03).
           05  RQC-MONTHLY-QUOTA   PIC X(07).
           05  RQC-SERIES-NAME     PIC X(20).
