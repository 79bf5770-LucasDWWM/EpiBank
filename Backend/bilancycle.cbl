000700* MODIFICATION HISTORY                                          *
000800*  2026-09-02  ML  PROGRAMME INITIAL - BILAN DE FIN DE CYCLE SUR *
000900*                  LE JOURNAL DES PASSAGES (RUNJOURNAL.TXT).     *
000910*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE    *
000920*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON*
000930*                  PLUS A L'HORLOGE SYSTEME.                     *
000940*  2026-10-15  ML  STEP BLOCAGES-BANQUE (ECHEANCE ET ETAT DES    *
000950*                  BLOCAGES DE FONDS) AJOUTE AUX STEPS ATTENDUS, *
000960*                  CONDITIONNEL ; INDICES DES CONTROLES CROISES  *
000970*                  DECALES D'UN RANG.                            *
000976*  2026-10-15  ML  STEP CAISSES-BANQUE (CONTROLE DES LOTS DU     *
000982*                  GUICHET ET ARRETE DES CAISSES) AJOUTE AUX     *
000988*                  STEPS ATTENDUS, CONDITIONNEL ; INDICES DES    *
000994*                  CONTROLES CROISES DECALES D'UN RANG.          *
000995*  2026-10-15  ML  STEP ALERTES-BANQUE (EXTRAIT DES ALERTES      *
000996*                  CLIENTS) AJOUTE AUX STEPS ATTENDUS,           *
000997*                  OBLIGATOIRE ; INDICES DES CONTROLES CROISES   *
000998*                  RAPPRO ET AGING DECALES D'UN RANG.            *
001000*---------------------------------------------------------------*
001100* DERNIER STEP DU CYCLE QUOTIDIEN : RELIT LE JOURNAL DES         *
001200* PASSAGES ALIMENTE PAR CHAQUE PROGRAMME DU CYCLE (PROGRAMME,    *
005000     SELECT FICHIER-BILAN ASSIGN TO "../data/bilan.txt"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005210*---------------------------------------------------------------*
005220*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
005230*    CALENDRIER-BANQUE.                                          *
005240*---------------------------------------------------------------*
005250     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
005260         ORGANIZATION IS LINE SEQUENTIAL
005270         FILE STATUS IS WS-DATECTL-STATUS.
005280
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  FICHIER-RUNCTL.
005800 FD  FICHIER-BILAN.
005900 01  LIGNE-BILAN                  PIC X(100).
006000
006010 FD  FICHIER-DATECTL.
006020 01  LIGNE-DATECTL                PIC X(18).
006030
006100 WORKING-STORAGE SECTION.
006200*---------------------------------------------------------------*
006300*    VUE D'UN ENREGISTREMENT DE PASSAGE.                         *
006400*---------------------------------------------------------------*
006500     COPY "runctl.cpy".
006600
006610*---------------------------------------------------------------*
006620*    DATE DE TRAITEMENT DU CYCLE.                                *
006630*---------------------------------------------------------------*
006640     COPY "datectl.cpy".
006650
006660 01  WS-DATECTL-STATUS           PIC X(02).
006670     88  WS-DATECTL-OK               VALUE "00".
006680
006700 01  WS-RUNCTL-STATUS            PIC X(02).
006800     88  WS-RUNCTL-OK                VALUE "00".
006900
008300 01  WS-STEPS-ATTENDUS.
008400     05  FILLER PIC X(19) VALUE "MAINT-MASTER      C".
008500     05  FILLER PIC X(19) VALUE "MAINT-ORDRES      C".
008510     05  FILLER PIC X(19) VALUE "BLOCAGES-BANQUE   C".
008600     05  FILLER PIC X(19) VALUE "SNAPSHOT-OUVERTUREO".
008700     05  FILLER PIC X(19) VALUE "CORRIGER-REJETS   C".
008800     05  FILLER PIC X(19) VALUE "GEN-ORDRES        C".
008810     05  FILLER PIC X(19) VALUE "CAISSES-BANQUE    C".
008900     05  FILLER PIC X(19) VALUE "FUSION-ENTREE     C".
009000     05  FILLER PIC X(19) VALUE "TRAITEMENT-BANQUE O".
009100     05  FILLER PIC X(19) VALUE "RETOURS-BANQUE    C".
009150     05  FILLER PIC X(19) VALUE "CLOTURE-BANQUE    O".
009170     05  FILLER PIC X(19) VALUE "ALERTES-BANQUE    O".
009200     05  FILLER PIC X(19) VALUE "EXTRAIT-CLEARING  O".
009300     05  FILLER PIC X(19) VALUE "RAPPRO-BANQUE     O".
009350     05  FILLER PIC X(19) VALUE "CONFORMITE-BANQUE O".
009500     05  FILLER PIC X(19) VALUE "GL-BANQUE         O".
009600
009700 01  WS-TABLE-STEPS REDEFINES WS-STEPS-ATTENDUS.
009800     05  WS-STEP-ENTREE OCCURS 17 TIMES.
009900         10  WS-STEP-PROGRAMME   PIC X(18).
010000         10  WS-STEP-OBLIGATOIRE PIC X(01).
010100
010300*    DERNIER PASSAGE DU JOUR RELEVE POUR CHAQUE STEP.            *
010400*---------------------------------------------------------------*
010500 01  WS-TABLE-PASSAGES.
010600     05  WS-PAS-ENTREE OCCURS 17 TIMES.
010700         10  WS-PAS-VU-SW        PIC X(01).
010800         10  WS-PAS-DEBUT        PIC 9(08).
010900         10  WS-PAS-FIN          PIC 9(08).
018500*    ECRIT SON PASSAGE.                                          *
018600*****************************************************************
018700 1000-INITIALIZE.
018800     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
018810     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
018900     PERFORM 1100-RAZ-PASSAGE THRU 1100-EXIT
019000         VARYING WS-STEP-IDX FROM 1 BY 1
019100         UNTIL WS-STEP-IDX > 17.
019200
019300     OPEN OUTPUT FICHIER-BILAN.
019400     MOVE WS-DATE-JOUR TO TIT-DATE.
024000         MOVE ZERO TO WS-STEP-TROUVE-IDX
024100         PERFORM 2200-CHERCHER-STEP THRU 2200-EXIT
024200             VARYING WS-STEP-IDX FROM 1 BY 1
024300             UNTIL WS-STEP-IDX > 17
024400                OR WS-STEP-TROUVE-IDX > ZERO
024500         IF WS-STEP-TROUVE-IDX > ZERO
024600             PERFORM 2300-RANGER-PASSAGE THRU 2300-EXIT
028000 3000-EDITER-SYNTHESE.
028100     PERFORM 3100-EDITER-STEP THRU 3100-EXIT
028200         VARYING WS-STEP-IDX FROM 1 BY 1
028300         UNTIL WS-STEP-IDX > 17.
028400 3000-EXIT.
028500     EXIT.
028600
032400*    - REJETS EMIS PAR LE POSTAGE CONTRE ENTREE DE L'ETAT DE     *
032500*      VIEILLISSEMENT (QUI DOIT EN COMPTER AU MOINS AUTANT).     *
032600*    LES CONTROLES NE JOUENT QUE SI LES DEUX STEPS ONT TOURNE.   *
032700*    LES INDICES 9/10/11/14/16 SONT CEUX DE LA TABLE DES STEPS   *
032800*    (TRAITEMENT, RETOURS, CLOTURE, RAPPRO, AGING). LES LIGNES    *
032810*    DE DENOUEMENT DE CLOTURE-BANQUE COMPTENT DANS OUTPUT.TXT.    *
032900*****************************************************************
033100     MOVE SPACES TO LIGNE-BILAN.
033200     WRITE LIGNE-BILAN.
033300
033400     IF WS-PAS-VU-SW (9) = "Y" AND WS-PAS-VU-SW (14) = "Y"
033500         COMPUTE WS-ATTENDU-SORTIE =
033600             WS-PAS-ECRITES (9) + WS-PAS-ECRITES (10)
033650             + WS-PAS-ECRITES (11)
033700         IF WS-PAS-LUES (14) = WS-ATTENDU-SORTIE
033800             MOVE "CONTROLE POSTAGE/RAPPRO : CONCORDANT"
033900                 TO LIGNE-BILAN
034000         ELSE
034500         WRITE LIGNE-BILAN
034600     END-IF.
034700
034800     IF WS-PAS-VU-SW (9) = "Y" AND WS-PAS-VU-SW (16) = "Y"
034900         IF WS-PAS-LUES (16) NOT < WS-PAS-REJETEES (9)
035000             MOVE "CONTROLE REJETS/VIEILLISSEMENT : CONCORDANT"
035100                 TO LIGNE-BILAN
035200         ELSE
038400     DISPLAY "ANOMALIES DU CYCLE : " WS-ANOMALIES.
038500 9999-EXIT.
038600     EXIT.
038610
038620*****************************************************************
038630* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
038640*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
038650*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
038660*****************************************************************
038670 9700-LIRE-DATE-TRT.
038680     MOVE ZERO TO DT-DATE-TRAITEMENT.
038690     OPEN INPUT FICHIER-DATECTL.
038700     IF WS-DATECTL-OK
038710         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
038720             AT END
038730                 MOVE ZERO TO DT-DATE-TRAITEMENT
038740         END-READ
038750         CLOSE FICHIER-DATECTL
038760     END-IF.
038770     IF DT-DATE-TRAITEMENT NOT NUMERIC
038780         OR DT-DATE-TRAITEMENT = ZERO
038790         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
038800         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
038810                 DT-DATE-TRAITEMENT
038820     END-IF.
038830 9700-EXIT.
038840     EXIT.
