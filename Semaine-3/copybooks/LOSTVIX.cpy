      *-----------------------------------------------------------*
      *  LOSTVIX - Value index record (PROD.LOST.VALUEIDX, VSAM   *
      *  KSDS), rebuilt every night by LOSTVIXJ : LOSTVIXB        *
      *  extracts, SORT orders, REPRO reloads. Read by LOSTRVL to *
      *  answer "which series and term hold this value".          *
      *  Chaque terme y figure deux fois :                        *
      *  VIX-DIRECTION 'A' VIX-SORT-VALUE = valeur + 10**20,      *
      *              les valeurs se suivent en ordre croissant    *
      *              (negatives comprises, ce que le signe        *
      *              separe de MST-TERM-VALUE ne permet pas) ;    *
      *                'D' VIX-SORT-VALUE = 2 * 10**20 - 1 moins  *
      *              la cle 'A' : ordre decroissant, pour trouver *
      *              la valeur inferieure la plus proche en       *
      *              lecture avant seulement.                     *
      *  VIX-SOURCE  'M' terme courant du maitre LOSTMST ;        *
      *              'A' terme archive (LOSTSEQA) dont la valeur  *
      *              n'est plus au maitre pour ce terme.          *
      *  VIX-RUN-ID  run qui a produit le terme (cle LOSTLOG).    *
      *-----------------------------------------------------------*
       01  VIX-RECORD.
           05  VIX-KEY.
               10  VIX-VALUE-KEY.
                   15  VIX-DIRECTION   PIC X(01).
                       88  VIX-ASCENDING           VALUE "A".
                       88  VIX-DESCENDING          VALUE "D".
                   15  VIX-SORT-VALUE  PIC 9(21).
               10  VIX-ENTRY.
                   15  VIX-SERIES-NAME PIC X(20).
                   15  VIX-TERM-NBR    PIC 9(03).
                   15  VIX-SOURCE      PIC X(01).
                       88  VIX-FROM-MASTER         VALUE "M".
                       88  VIX-FROM-ARCHIVE        VALUE "A".
                   15  VIX-RUN-ID      PIC X(16).
           05  VIX-TERM-VALUE      PIC S9(20)
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(07).
