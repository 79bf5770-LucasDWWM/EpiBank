001005*  2026-09-02  ML  LES ECRITURES "VR" PORTENT LA REFERENCE DE LA   *
001006*                  LIGNE "VE" D'ORIGINE : LE RETOUR SE SUIT SOUS   *
001007*                  LE MEME NUMERO QUE L'ALLER.                     *
001017*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001027*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001037*                  PLUS A L'HORLOGE SYSTEME.                      *
001100*---------------------------------------------------------------*
001200* CE PROGRAMME LIT LE FICHIER DE RETOURS DEPOSE PAR LA BANQUE    *
001300* PARTENAIRE (RETOURS.TXT : LA LIGNE "VE" D'ORIGINE SUR 50       *
008106         ORGANIZATION IS LINE SEQUENTIAL
008107         FILE STATUS IS WS-RUNCTL-STATUS.
008108
008118*---------------------------------------------------------------*
008128*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
008138*    CALENDRIER-BANQUE.                                          *
008148*---------------------------------------------------------------*
008158     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
008168         ORGANIZATION IS LINE SEQUENTIAL
008178         FILE STATUS IS WS-DATECTL-STATUS.
008188
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  FICHIER-RETOURS.
010101 FD  FICHIER-RUNCTL.
010102 01  LIGNE-RUNCTL                 PIC X(72).
010103
010113 FD  FICHIER-DATECTL.
010123 01  LIGNE-DATECTL                PIC X(18).
010133
010200 WORKING-STORAGE SECTION.
010201*---------------------------------------------------------------*
010202*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
010208
010209 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
010210
010220*---------------------------------------------------------------*
010230*    DATE DE TRAITEMENT DU CYCLE.                                *
010240*---------------------------------------------------------------*
010250     COPY "datectl.cpy".
010260
010270 01  WS-DATECTL-STATUS           PIC X(02).
010280     88  WS-DATECTL-OK               VALUE "00".
010290
010300*---------------------------------------------------------------*
010400*    VUE DE LA LIGNE "VE" D'ORIGINE ET DE LA LIGNE "VR" EMISE.   *
010500*---------------------------------------------------------------*
019500*****************************************************************
019600 1000-INITIALIZE.
019601     ACCEPT WS-HEURE-DEBUT FROM TIME.
019700     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
019710     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
019800     PERFORM 1100-CHARGER-REGLEMENT THRU 1100-EXIT.
019900
020000     OPEN OUTPUT FICHIER-RAPPORT.
039500     MOVE "VR"                TO AUD-TRANS-CODE.
039600     MOVE TR-AMOUNT-X         TO AUD-AMOUNT-X.
039610     MOVE TR-REFERENCE        TO AUD-REFERENCE.
039700     MOVE WS-DATE-JOUR        TO AUD-DATE.
039800     ACCEPT AUD-TIME          FROM TIME.
039900     WRITE LIGNE-AUDIT FROM WS-AUDIT-RECORD.
040000 5000-EXIT.
044660 9800-ECRIRE-RUN.
044670     MOVE "RETOURS-BANQUE"
044680                              TO RUN-PROGRAM.
044690     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
044700     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
044710     ACCEPT RUN-HEURE-FIN FROM TIME.
044720     MOVE WS-RETOURS-LUS       TO RUN-LIGNES-LUES.
044820     CLOSE FICHIER-RUNCTL.
044830 9800-EXIT.
044840     EXIT.
044850
044860*****************************************************************
044870* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
044880*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
044890*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
044900*****************************************************************
044910 9700-LIRE-DATE-TRT.
044920     MOVE ZERO TO DT-DATE-TRAITEMENT.
044930     OPEN INPUT FICHIER-DATECTL.
044940     IF WS-DATECTL-OK
044950         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
044960             AT END
044970                 MOVE ZERO TO DT-DATE-TRAITEMENT
044980         END-READ
044990         CLOSE FICHIER-DATECTL
045000     END-IF.
045010     IF DT-DATE-TRAITEMENT NOT NUMERIC
045020         OR DT-DATE-TRAITEMENT = ZERO
045030         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
045040         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
045050                 DT-DATE-TRAITEMENT
045060     END-IF.
045070 9700-EXIT.
045080     EXIT.
