      *-----------------------------------------------------------*
      *  LOSTSPC - Control card (SYSIN) layout for LOSTSPLT.      *
      *  Une seule carte, facultative.                            *
      *  Cols  1- 2  SPC-PART-COUNT  nombre de partitions voulu,  *
      *              01 a 06 (blanc = 04). Il est releve d'office *
      *              si le paquet ne tient pas dans ces           *
      *              partitions a 99 cartes chacune.              *
      *-----------------------------------------------------------*
       01  SPC-RECORD.
           05  SPC-PART-COUNT      PIC X(02).
           05  SPC-PART-COUNT-NBR REDEFINES SPC-PART-COUNT
                                   PIC 9(02).
           05  FILLER              PIC X(78).
