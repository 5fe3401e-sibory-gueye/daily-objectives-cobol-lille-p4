      *-----------------------------------------------------------*
      *  LOSTRQM - Requester master (VSAM KSDS) record layout.    *
      *  One record per requester/department code, keyed by the   *
      *  code, maintained by LOSTRQMM. LOST checks every control  *
      *  card carrying a requester code against this file : the   *
      *  code must be an ACTIVE entry, the series must be one it  *
      *  is entitled to, the term count must not exceed its per-  *
      *  card maximum and the month-to-date usage (summed from    *
      *  LOSTSTA) plus the request must stay within its monthly   *
      *  quota. Replaces the list of codes hard-coded in LOST.    *
      *-----------------------------------------------------------*
       01  RQM-RECORD.
           05  RQM-REQUESTER       PIC X(08).
           05  RQM-NAME            PIC X(30).
           05  RQM-COST-CENTRE     PIC X(08).
      *  'A' actif ; 'S' suspendu : le code reste au fichier pour *
      *  l'historique et la refacturation, mais toute demande     *
      *  qui le porte est rejetee.                                *
           05  RQM-STATUS          PIC X(01).
               88  RQM-STATUS-ACTIVE           VALUE "A".
               88  RQM-STATUS-SUSPENDED        VALUE "S".
      *  Nombre maximal de termes par carte (TERMS=).             *
           05  RQM-MAX-TERMS       PIC 9(03).
      *  Quota mensuel de termes produits, tous runs du mois      *
      *  civil confondus ; 0000000 = pas de quota.                *
           05  RQM-MONTHLY-QUOTA   PIC 9(07).
      *  Series du catalogue LOSTCAT que le demandeur peut        *
      *  demander. Une entree '*' ouvre toutes les series.        *
           05  RQM-SERIES-COUNT    PIC 9(02).
           05  RQM-SERIES-NAME     PIC X(20) OCCURS 10 TIMES.
