      *-----------------------------------------------------------*
      *  LOSTORD - Standing-order file (VSAM KSDS) record layout. *
      *  One record per recurring request, keyed by requester +   *
      *  series name, maintained by LOSTORDM. Every night         *
      *  LOSTSCHD reads the whole file ahead of LOST and writes   *
      *  the business date's deck of keyword cards (LOSTCTL       *
      *  format) from the orders that fall due.                   *
      *-----------------------------------------------------------*
      *  Les valeurs de carte sont gardees en clair, telles que   *
      *  saisies : un champ a blanc laisse jouer le defaut du     *
      *  catalogue LOSTCAT, exactement comme le mot-cle omis sur  *
      *  une carte LOSTCTL.                                       *
       01  ORD-RECORD.
           05  ORD-KEY.
               10  ORD-REQUESTER       PIC X(08).
               10  ORD-SERIES-NAME     PIC X(20).
           05  ORD-TERMS               PIC 9(03).
           05  ORD-SEED-B              PIC X(05).
           05  ORD-SEED-O              PIC X(05).
           05  ORD-SERIES-TYPE         PIC X(01).
           05  ORD-SERIES-PARM         PIC X(08).
           05  ORD-RECONCILE-FLAG      PIC X(01).
      *  Frequence : 'D' chaque jour ouvre du paquet, 'W' une     *
      *  fois par semaine le jour ORD-WEEKDAY (1 lundi ... 7      *
      *  dimanche), 'M' le dernier jour calendaire du mois, 'O'   *
      *  une seule fois a la date ORD-ONE-OFF-DATE.               *
           05  ORD-FREQUENCY           PIC X(01).
               88  ORD-FREQ-DAILY                  VALUE "D".
               88  ORD-FREQ-WEEKLY                 VALUE "W".
               88  ORD-FREQ-MONTH-END              VALUE "M".
               88  ORD-FREQ-ONE-OFF                VALUE "O".
               88  ORD-FREQ-KNOWN                  VALUE "D" "W"
                                                         "M" "O".
           05  ORD-WEEKDAY             PIC 9(01).
           05  ORD-ONE-OFF-DATE        PIC X(08).
      *  Periode de validite AAAAMMJJ ; fin a blanc = sans fin.   *
           05  ORD-START-DATE          PIC X(08).
           05  ORD-STOP-DATE           PIC X(08).
      *  Report : nombre d'occurrences echues qui n'ont pas tenu  *
      *  dans le paquet (plafond de 99 cartes) et date metier de  *
      *  la plus ancienne. Elles passent en tete du paquet        *
      *  suivant, avant les ordres du jour ; jamais abandonnees.  *
           05  ORD-CARRY-COUNT         PIC 9(03).
           05  ORD-CARRY-DATE          PIC X(08).
      *  Derniere date metier traitee par LOSTSCHD et etat du     *
      *  report avant ce traitement : une relance pour la meme    *
      *  date repart de cet etat et reproduit le meme paquet      *
      *  (indispensable a la reprise sur checkpoint de LOST).     *
           05  ORD-BUILD-DATE          PIC X(08).
           05  ORD-PRIOR-CARRY-COUNT   PIC 9(03).
           05  ORD-PRIOR-CARRY-DATE    PIC X(08).
