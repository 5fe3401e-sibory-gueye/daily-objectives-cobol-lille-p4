      *-----------------------------------------------------------*
      *  LOSTDRV - Derived-series definition card (SYSIN) for     *
      *  LOSTDERV. One card per derived series to (re)build from  *
      *  the terms held in LOSTMST.                               *
      *  Col      1  DRV-OPERATION                                *
      *                'C' somme cumulee   d(n) = s1(1)+..+s1(n)  *
      *                'D' difference 1ere d(n) = s1(n+1)-s1(n)   *
      *                'Q' ratio successif d(n) = s1(n+1)/s1(n)   *
      *                'A' somme           d(n) = s1(n) + s2(n)   *
      *                'S' difference      d(n) = s1(n) - s2(n)   *
      *                'R' ratio           d(n) = s1(n) / s2(n)   *
      *  Cols  2-21  DRV-SOURCE-1  1ere serie source (LOSTMST)    *
      *  Cols 22-41  DRV-SOURCE-2  2eme serie source (A, S, R     *
      *              seulement ; les termes sont apparies par     *
      *              numero, jusqu'au plus court des deux)        *
      *  Cols 42-61  DRV-TARGET    serie produite : entree active *
      *              du catalogue LOSTCAT, distincte des sources  *
      *  Cols 62-69  DRV-REQUESTER code demandeur (audit, stats)  *
      *  Cols 70-71  DRV-SCALE     ratios (Q, R) : nombre de      *
      *              decimales gardees, la valeur ecrite est le   *
      *              ratio x 10**echelle arrondi (0 a 9, blanc =  *
      *              6 comme STA-FINAL-RATIO)                     *
      *-----------------------------------------------------------*
       01  DRV-RECORD.
           05  DRV-OPERATION       PIC X(01).
               88  DRV-OP-CUMULATIVE           VALUE "C".
               88  DRV-OP-DIFFERENCE           VALUE "D".
               88  DRV-OP-SUCCESSIVE-RATIO     VALUE "Q".
               88  DRV-OP-SUM                  VALUE "A".
               88  DRV-OP-SUBTRACT             VALUE "S".
               88  DRV-OP-RATIO                VALUE "R".
               88  DRV-OP-ONE-SOURCE           VALUE "C" "D" "Q".
               88  DRV-OP-TWO-SOURCES          VALUE "A" "S" "R".
               88  DRV-OP-RATIO-KIND           VALUE "Q" "R".
           05  DRV-SOURCE-1        PIC X(20).
           05  DRV-SOURCE-2        PIC X(20).
           05  DRV-TARGET          PIC X(20).
           05  DRV-REQUESTER       PIC X(08).
           05  DRV-SCALE           PIC X(02).
