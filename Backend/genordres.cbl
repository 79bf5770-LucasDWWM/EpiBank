001132*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001133*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001134*                  CYCLE (BILAN-CYCLE).                           *
001144*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001154*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001164*                  PLUS A L'HORLOGE SYSTEME.                      *
001169*  2026-10-15  ML  UN ORDRE JOURNALIER AVANCE AU JOUR OUVRE       *
001174*                  SUIVANT (SAMEDIS, DIMANCHES ET JOURS DE        *
001179*                  FERIES.TXT SAUTES) ; UNE ECHEANCE HEBDOMADAIRE *
001184*                  OU MENSUELLE TOMBANT UN JOUR CHOME EST         *
001189*                  EMISE LE JOUR OUVRE SUIVANT, SON ECHEANCE      *
001194*                  NOMINALE ETANT CONSERVEE.                      *
001200*---------------------------------------------------------------*
001300* CHAQUE MATIN, CE PROGRAMME PARCOURT LES ORDRES PERMANENTS      *
001400* (ORDRES.TXT) ET EMET, POUR CHAQUE ORDRE ACTIF DONT LA          *
008006         ORGANIZATION IS LINE SEQUENTIAL
008007         FILE STATUS IS WS-RUNCTL-STATUS.
008008
008018*---------------------------------------------------------------*
008028*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
008038*    CALENDRIER-BANQUE.                                          *
008048*---------------------------------------------------------------*
008058     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
008068         ORGANIZATION IS LINE SEQUENTIAL
008078         FILE STATUS IS WS-DATECTL-STATUS.
008079
008080*---------------------------------------------------------------*
008081*    CALENDRIER DES JOURS FERIES. UN FICHIER ABSENT VAUT VIDE.   *
008082*---------------------------------------------------------------*
008083     SELECT FICHIER-FERIES ASSIGN TO "../data/feries.txt"
008084         ORGANIZATION IS LINE SEQUENTIAL
008085         FILE STATUS IS WS-FERIES-STATUS.
008088
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  FICHIER-ORDRES.
009701 FD  FICHIER-RUNCTL.
009702 01  LIGNE-RUNCTL                 PIC X(72).
009703
009713 FD  FICHIER-DATECTL.
009723 01  LIGNE-DATECTL                PIC X(18).
009725
009727 FD  FICHIER-FERIES.
009729 01  LIGNE-FERIE                  PIC X(39).
009733
009800 WORKING-STORAGE SECTION.
009801*---------------------------------------------------------------*
009802*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
009808
009809 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
009810
009820*---------------------------------------------------------------*
009830*    DATE DE TRAITEMENT DU CYCLE.                                *
009840*---------------------------------------------------------------*
009850     COPY "datectl.cpy".
009860
009870 01  WS-DATECTL-STATUS           PIC X(02).
009871     88  WS-DATECTL-OK               VALUE "00".
009872
009873*---------------------------------------------------------------*
009874*    CALENDRIER DES JOURS FERIES, CHARGE EN TABLE.               *
009875*---------------------------------------------------------------*
009876     COPY "ferierec.cpy".
009877
009878 01  WS-FERIES-STATUS            PIC X(02).
009879     88  WS-FERIES-OK                VALUE "00".
009880
009881 01  WS-TABLE-FERIES.
009882     05  WS-FER-NOMBRE           PIC 9(03)     VALUE ZERO.
009883     05  WS-FER-DATE             PIC 9(08)
009884                                 OCCURS 200 TIMES.
009885
009886 01  WS-FER-IDX                  PIC 9(03)     VALUE ZERO.
009887
009900*---------------------------------------------------------------*
010000*    VUE DE L'ORDRE EN COURS.                                    *
010100*---------------------------------------------------------------*
012900         88  WS-ORDRES-OUVERTS       VALUE "Y".
013000     05  WS-ECHEC-TROUVE-SW      PIC X(01)     VALUE "N".
013100         88  WS-ECHEC-TROUVE         VALUE "Y".
013110     05  WS-FERIES-EOF           PIC X(01)     VALUE "N".
013120         88  WS-END-OF-FERIES        VALUE "Y".
013130     05  WS-JOUR-OUVRE-SW        PIC X(01)     VALUE "N".
013140         88  WS-JOUR-OUVRE           VALUE "Y".
013200
013300 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
013310
015500         10  WS-DS-ANNEE         PIC 9(04).
015600         10  WS-DS-MOIS          PIC 9(02).
015700         10  WS-DS-JOUR          PIC 9(02).
015710     05  WS-SEMAINES             PIC 9(07)     VALUE ZERO.
015720     05  WS-JOUR-SEMAINE         PIC 9(01)     VALUE ZERO.
015800
015900 01  WS-COMPTEURS.
016000     05  WS-ORDRES-LUS           PIC 9(07)     VALUE ZERO.
020500*****************************************************************
020600 1000-INITIALIZE.
020601     ACCEPT WS-HEURE-DEBUT FROM TIME.
020700     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
020710     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
020800     PERFORM 1100-CHARGER-REJETS THRU 1100-EXIT.
020810     PERFORM 1300-CHARGER-FERIES THRU 1300-EXIT.
020900
021000     OPEN OUTPUT FICHIER-EXCEPTIONS.
021100     MOVE WS-DATE-JOUR TO TIT-DATE.
027100     END-IF.
027200 1200-EXIT.
027300     EXIT.
027302
027304*****************************************************************
027306* 1300-CHARGER-FERIES - DATES DE FERIES.TXT EN TABLE. UN FICHIER *
027308*    ABSENT VAUT VIDE (SEULS LES WEEK-ENDS SONT SAUTES) ; UNE    *
027310*    TABLE SATUREE EST SIGNALEE.                                 *
027312*****************************************************************
027314 1300-CHARGER-FERIES.
027316     OPEN INPUT FICHIER-FERIES.
027318     IF WS-FERIES-OK
027320         PERFORM 1350-RANGER-FERIE THRU 1350-EXIT
027322             UNTIL WS-END-OF-FERIES
027324         CLOSE FICHIER-FERIES
027326     ELSE
027328         MOVE "Y" TO WS-FERIES-EOF
027330     END-IF.
027332 1300-EXIT.
027334     EXIT.
027336
027338 1350-RANGER-FERIE.
027340     READ FICHIER-FERIES INTO WS-FERIE-RECORD
027342         AT END
027344             MOVE "Y" TO WS-FERIES-EOF
027346         NOT AT END
027348             IF FER-DATE NUMERIC
027350                 IF WS-FER-NOMBRE < 200
027352                     ADD 1 TO WS-FER-NOMBRE
027354                     MOVE FER-DATE TO WS-FER-DATE (WS-FER-NOMBRE)
027356                 ELSE
027358                     DISPLAY "TABLE DES FERIES SATUREE - "
027360                             "CALENDRIER PARTIEL"
027362                     MOVE "Y" TO WS-FERIES-EOF
027364                 END-IF
027366             END-IF
027368     END-READ.
027370 1350-EXIT.
027372     EXIT.
027400
027500 2100-LIRE-ORDRE.
027600     READ FICHIER-ORDRES INTO WS-ORDRE-RECORD
038600*    MOYEN SUR D'ENJAMBER FINS DE MOIS ET ANNEES BISSEXTILES) ;  *
038700*    LE MOIS S'AVANCE EN ARITHMETIQUE DE MOIS, LE JOUR ETANT     *
038800*    LIMITE A 28 PAR LA TENUE (MAINT-ORDRES).                    *
038810*    LE JOUR AVANCE AU JOUR OUVRE SUIVANT (3350) : UN ORDRE      *
038820*    JOURNALIER NE TOMBE NI UN SAMEDI, NI UN DIMANCHE, NI UN     *
038830*    JOUR FERIE. SEMAINE ET MOIS GARDENT LEUR ECHEANCE           *
038840*    NOMINALE : TOMBANT UN JOUR CHOME, ELLE EST EMISE LE JOUR    *
038850*    OUVRE SUIVANT, PREMIERE DATE DE TRAITEMENT QUI L'ATTEINT.   *
038900*****************************************************************
039000 3300-AVANCER-ECHEANCE.
039100     EVALUATE TRUE
039200         WHEN OP-FREQ-JOURNALIERE
039300             MOVE OP-NEXT-DATE-N TO WS-DATE-SUIVANTE
039400             MOVE "N" TO WS-JOUR-OUVRE-SW
039500             PERFORM 3350-JOUR-SUIVANT THRU 3350-EXIT
039600                 UNTIL WS-JOUR-OUVRE
039700         WHEN OP-FREQ-HEBDOMADAIRE
039800             COMPUTE WS-JOURS-ENTIERS =
039900                 FUNCTION INTEGER-OF-DATE (OP-NEXT-DATE-N) + 7
041100     MOVE WS-DATE-SUIVANTE TO OP-NEXT-DATE-N.
041200 3300-EXIT.
041300     EXIT.
041302
041304*****************************************************************
041306* 3350-JOUR-SUIVANT - WS-DATE-SUIVANTE AVANCEE D'UN JOUR ;       *
041308*    WS-JOUR-OUVRE POSITIONNE SELON QUE CE JOUR EST OUVRE OU     *
041310*    NON. JOUR DE LA SEMAINE : 0 LE LUNDI ... 5 LE SAMEDI ET 6   *
041312*    LE DIMANCHE (LE JOUR 1 DE INTEGER-OF-DATE EST UN LUNDI).    *
041314*****************************************************************
041316 3350-JOUR-SUIVANT.
041318     COMPUTE WS-JOURS-ENTIERS =
041320         FUNCTION INTEGER-OF-DATE (WS-DATE-SUIVANTE) + 1.
041322     COMPUTE WS-DATE-SUIVANTE =
041324         FUNCTION DATE-OF-INTEGER (WS-JOURS-ENTIERS).
041326     MOVE "Y" TO WS-JOUR-OUVRE-SW.
041328     SUBTRACT 1 FROM WS-JOURS-ENTIERS.
041330     DIVIDE WS-JOURS-ENTIERS BY 7
041332         GIVING WS-SEMAINES
041334         REMAINDER WS-JOUR-SEMAINE.
041336     IF WS-JOUR-SEMAINE > 4
041338         MOVE "N" TO WS-JOUR-OUVRE-SW
041340     ELSE
041344         PERFORM 3360-CHERCHER-FERIE THRU 3360-EXIT
041346             VARYING WS-FER-IDX FROM 1 BY 1
041348             UNTIL WS-FER-IDX > WS-FER-NOMBRE
041350                OR NOT WS-JOUR-OUVRE
041351     END-IF.
041352 3350-EXIT.
041354     EXIT.
041356
041358 3360-CHERCHER-FERIE.
041360     IF WS-FER-DATE (WS-FER-IDX) = WS-DATE-SUIVANTE
041362         MOVE "N" TO WS-JOUR-OUVRE-SW
041364     END-IF.
041366 3360-EXIT.
041368     EXIT.
041400
041500*****************************************************************
041600* 3500-ECRIRE-EXCEPTION - LIGNE DE L'ETAT DES EXCEPTIONS POUR    *
045760 9800-ECRIRE-RUN.
045770     MOVE "GEN-ORDRES"
045780                              TO RUN-PROGRAM.
045790     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
045800     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
045810     ACCEPT RUN-HEURE-FIN FROM TIME.
045820     MOVE WS-ORDRES-LUS        TO RUN-LIGNES-LUES.
045920     CLOSE FICHIER-RUNCTL.
045930 9800-EXIT.
045940     EXIT.
045950
045960*****************************************************************
045970* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
045980*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
045990*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
046000*****************************************************************
046010 9700-LIRE-DATE-TRT.
046020     MOVE ZERO TO DT-DATE-TRAITEMENT.
046030     OPEN INPUT FICHIER-DATECTL.
046040     IF WS-DATECTL-OK
046050         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
046060             AT END
046070                 MOVE ZERO TO DT-DATE-TRAITEMENT
046080         END-READ
046090         CLOSE FICHIER-DATECTL
046100     END-IF.
046110     IF DT-DATE-TRAITEMENT NOT NUMERIC
046120         OR DT-DATE-TRAITEMENT = ZERO
046130         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
046140         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
046150                 DT-DATE-TRAITEMENT
046160     END-IF.
046170 9700-EXIT.
046180     EXIT.
