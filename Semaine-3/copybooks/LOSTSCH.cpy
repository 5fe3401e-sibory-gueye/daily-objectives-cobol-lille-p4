      *-----------------------------------------------------------*
      *  LOSTSCH - Control card (SYSIN) layout for LOSTSCHD.      *
      *  Une seule carte, facultative.                            *
      *  Cols  1- 8  SCH-BUSINESS-DATE  date metier du paquet     *
      *              AAAAMMJJ, pour forcer une autre date que     *
      *              celle de LOSTBDT (blanc = date               *
      *              d'exploitation de LOSTBDT, a defaut date du  *
      *              jour)                                        *
      *  Cols  9-10  SCH-RESERVE  nombre de cartes laissees       *
      *              libres sous le plafond de 99 pour les        *
      *              demandes ajoutees a la main derriere le      *
      *              paquet construit (blanc = 00)                *
      *  Cols 11-13  SCH-DECK-LIMIT  plafond du paquet (blanc =   *
      *              099, celui d'un LOST seul). Une nuit         *
      *              partitionnee (LOSTSPLJ) peut le porter       *
      *              jusqu'a 594, soit 6 partitions de 99 cartes. *
      *-----------------------------------------------------------*
       01  SCH-RECORD.
           05  SCH-BUSINESS-DATE   PIC X(08).
           05  SCH-RESERVE         PIC X(02).
           05  SCH-DECK-LIMIT      PIC X(03).
           05  FILLER              PIC X(67).
