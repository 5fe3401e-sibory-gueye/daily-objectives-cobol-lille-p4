      *-----------------------------------------------------------*
      *  LOSTORC - Maintenance card (SYSIN) layout for LOSTORDM.  *
      *  One card per standing-order action.                      *
      *  Col      1  ORC-ACTION       'A' ajout d'un ordre,       *
      *              'C' modification (seuls les champs non       *
      *              blancs de la carte sont appliques),          *
      *              'D' suppression de l'ordre                   *
      *  Cols  2- 9  ORC-REQUESTER    code demandeur   } cle de   *
      *  Cols 10-29  ORC-SERIES-NAME  serie LOSTCAT    } l'ordre  *
      *  Cols 30-32  ORC-TERMS        nombre de termes (TERMS=,   *
      *              obligatoire a l'ajout)                       *
      *  Cols 33-37  ORC-SEED-B       graine 1 (SEEDB=, optionnel)*
      *  Cols 38-42  ORC-SEED-O       graine 2 (SEEDO=, optionnel)*
      *  Col     43  ORC-SERIES-TYPE  type A/T/G/S (TYPE=, opt.)  *
      *  Cols 44-51  ORC-SERIES-PARM  parametre en clair (PARM=,  *
      *              optionnel) : signe et decimales admis        *
      *  Col     52  ORC-RECONCILE-FLAG  'Y' (RECON=Y, optionnel) *
      *  Col     53  ORC-FREQUENCY    D, W, M ou O (voir LOSTORD ;*
      *              obligatoire a l'ajout)                       *
      *  Col     54  ORC-WEEKDAY      jour 1 (lundi) a 7 pour 'W' *
      *  Cols 55-62  ORC-ONE-OFF-DATE date AAAAMMJJ pour 'O'      *
      *  Cols 63-70  ORC-START-DATE   debut AAAAMMJJ (dft : date  *
      *              du jour a l'ajout)                           *
      *  Cols 71-78  ORC-STOP-DATE    fin AAAAMMJJ (blanc = sans  *
      *              fin)                                         *
      *  Un champ de carte ne peut pas etre remis a blanc par     *
      *  'C' : supprimer puis recreer l'ordre.                    *
      *-----------------------------------------------------------*
       01  ORC-RECORD.
           05  ORC-ACTION          PIC X(01).
               88  ORC-ACTION-ADD              VALUE "A".
               88  ORC-ACTION-CHANGE           VALUE "C".
               88  ORC-ACTION-DELETE           VALUE "D".
               88  ORC-ACTION-KNOWN            VALUE "A" "C" "D".
           05  ORC-REQUESTER       PIC X(08).
           05  ORC-SERIES-NAME     PIC X(20).
           05  ORC-TERMS           PIC X(03).
           05  ORC-SEED-B          PIC X(05).
           05  ORC-SEED-O          PIC X(05).
           05  ORC-SERIES-TYPE     PIC X(01).
           05  ORC-SERIES-PARM     PIC X(08).
           05  ORC-RECONCILE-FLAG  PIC X(01).
           05  ORC-FREQUENCY       PIC X(01).
           05  ORC-WEEKDAY         PIC X(01).
           05  ORC-ONE-OFF-DATE    PIC X(08).
           05  ORC-START-DATE      PIC X(08).
           05  ORC-STOP-DATE       PIC X(08).
