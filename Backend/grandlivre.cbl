001002*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001003*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001004*                  CYCLE (BILAN-CYCLE).                           *
001014*  2026-10-15  ML  EXTOURNES ("EX") : LA PAIRE EST PASSEE SUR     *
001024*                  LES COMPTES DU CODE D'ORIGINE, RETROUVE DANS   *
001034*                  LE REGISTRE DES EXTOURNES (EXTOURNES.TXT), EN  *
001044*                  SENS INVERSE DE L'ORIGINAL. L'EXTRAIT GARDE LE *
001054*                  CODE "EX" ET LE JOURNAL IMPRIME LE CODE ET LA  *
001064*                  REFERENCE DE L'ECRITURE EXTOURNEE.             *
001073*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001082*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001091*                  PLUS A L'HORLOGE SYSTEME.                      *
001100*---------------------------------------------------------------*
001200* CE PROGRAMME RELIT LES ECRITURES DU JOUR DANS LE JOURNAL       *
001300* D'AUDIT ET TRADUIT CHACUNE, VIA LE FICHIER PARAMETRE DE        *
006906         ORGANIZATION IS LINE SEQUENTIAL
006907         FILE STATUS IS WS-RUNCTL-STATUS.
006908
006930*---------------------------------------------------------------*
006938*    REGISTRE DES EXTOURNES POSTEES PAR TRAITEMENT-BANQUE : CODE *
006946*    D'ORIGINE DE CHAQUE EXTOURNE DU JOUR.                       *
006954*---------------------------------------------------------------*
006962     SELECT FICHIER-EXTOURNES ASSIGN TO "../data/extournes.txt"
006970         ORGANIZATION IS LINE SEQUENTIAL
006978         FILE STATUS IS WS-EXTOURNES-STATUS.
006986
006987*---------------------------------------------------------------*
006988*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
006989*    CALENDRIER-BANQUE.                                          *
006990*---------------------------------------------------------------*
006991     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
006992         ORGANIZATION IS LINE SEQUENTIAL
006993         FILE STATUS IS WS-DATECTL-STATUS.
006994
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  FICHIER-AUDIT.
008301 FD  FICHIER-RUNCTL.
008302 01  LIGNE-RUNCTL                 PIC X(72).
008303
008331 FD  FICHIER-EXTOURNES.
008341 01  LIGNE-EXTOURNE               PIC X(56).
008351
008361 FD  FICHIER-DATECTL.
008371 01  LIGNE-DATECTL                PIC X(18).
008381
008400 WORKING-STORAGE SECTION.
008401*---------------------------------------------------------------*
008402*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
008408
008409 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
008410
008420*---------------------------------------------------------------*
008430*    DATE DE TRAITEMENT DU CYCLE.                                *
008440*---------------------------------------------------------------*
008450     COPY "datectl.cpy".
008460
008470 01  WS-DATECTL-STATUS           PIC X(02).
008480     88  WS-DATECTL-OK               VALUE "00".
008490
008500*---------------------------------------------------------------*
008600*    VUE D'UNE ECRITURE DU JOURNAL D'AUDIT.                      *
008700*---------------------------------------------------------------*
009200*---------------------------------------------------------------*
009300     COPY "glmaprec.cpy".
009400
009410*---------------------------------------------------------------*
009420*    VUE D'UNE LIGNE DU REGISTRE DES EXTOURNES.                  *
009430*---------------------------------------------------------------*
009440     COPY "extrec.cpy".
009450
009500 01  WS-AUDIT-STATUS             PIC X(02).
009600     88  WS-AUDIT-OK                 VALUE "00".
009700
009800 01  WS-GLMAP-STATUS             PIC X(02).
009900     88  WS-GLMAP-FICHIER-OK         VALUE "00".
010000
010020 01  WS-EXTOURNES-STATUS         PIC X(02).
010040     88  WS-EXTOURNES-OK             VALUE "00".
010060
010100 01  WS-SWITCHES.
010200     05  WS-AUDIT-EOF            PIC X(01)     VALUE "N".
010300         88  WS-END-OF-AUDIT         VALUE "Y".
010720         88  WS-SORTIES-OUVERTES     VALUE "Y".
010800     05  WS-ERREUR-SW            PIC X(01)     VALUE "N".
010900         88  WS-ERREUR               VALUE "Y".
010910     05  WS-EXTOURNES-EOF        PIC X(01)     VALUE "N".
010920         88  WS-END-OF-EXTOURNES     VALUE "Y".
011000
011100 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
011200
012200
012300 01  WS-MAP-IDX                  PIC 9(02)     VALUE ZERO.
012400 01  WS-MAP-TROUVE-IDX           PIC 9(02)     VALUE ZERO.
012406 01  WS-CODE-RECHERCHE           PIC X(02)     VALUE SPACES.
012412
012418*---------------------------------------------------------------*
012424*    EXTOURNES DU JOUR (REFERENCE ET CODE D'ORIGINE), CHARGEES   *
012430*    DEPUIS LE REGISTRE.                                         *
012436*---------------------------------------------------------------*
012442 01  WS-TABLE-EXTOURNES.
012448     05  WS-EXT-NOMBRE           PIC 9(04)     VALUE ZERO.
012454     05  WS-EXT-ENTREE           OCCURS 500 TIMES.
012460         10  WS-EXT-REF          PIC X(10).
012466         10  WS-EXT-CODE         PIC X(02).
012472
012478 01  WS-EXT-IDX                  PIC 9(04)     VALUE ZERO.
012484 01  WS-EXT-TROUVE-IDX           PIC 9(04)     VALUE ZERO.
012500
012600*---------------------------------------------------------------*
012700*    MOUVEMENT DE SOLDE DE L'ECRITURE EN COURS ET ENREGISTREMENT *
016800     05  PAI-COMPTE-CREDIT       PIC X(06).
016900     05  FILLER                  PIC X(02)     VALUE SPACES.
017000     05  PAI-MONTANT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
017100     05  FILLER                  PIC X(02)     VALUE SPACES.
017150     05  PAI-LIBELLE             PIC X(24)     VALUE SPACES.
017200
017300 PROCEDURE DIVISION.
017400*****************************************************************
018900*****************************************************************
019000 1000-INITIALIZE.
019001     ACCEPT WS-HEURE-DEBUT FROM TIME.
019100     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
019110     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
019200     PERFORM 1100-CHARGER-GLMAP THRU 1100-EXIT.
019210     PERFORM 1300-CHARGER-EXTOURNES THRU 1300-EXIT.
019300     IF WS-END-OF-AUDIT
019400         CONTINUE
019500     ELSE
026300 1200-EXIT.
026400     EXIT.
026500
026503*****************************************************************
026506* 1300-CHARGER-EXTOURNES - EXTOURNES POSTEES CE JOUR, LUES DANS  *
026509*    LE REGISTRE. UN REGISTRE ABSENT (AUCUNE EXTOURNE ENCORE     *
026512*    POSTEE) LAISSE LA TABLE VIDE.                               *
026515*****************************************************************
026518 1300-CHARGER-EXTOURNES.
026521     OPEN INPUT FICHIER-EXTOURNES.
026524     IF WS-EXTOURNES-OK
026527         PERFORM 1350-LIRE-EXTOURNE THRU 1350-EXIT
026530             UNTIL WS-END-OF-EXTOURNES
026533         CLOSE FICHIER-EXTOURNES
026536     END-IF.
026539 1300-EXIT.
026542     EXIT.
026545
026548 1350-LIRE-EXTOURNE.
026551     READ FICHIER-EXTOURNES INTO WS-EXTOURNE-RECORD
026554         AT END
026557             MOVE "Y" TO WS-EXTOURNES-EOF
026560         NOT AT END
026563             IF EXT-DATE-EXTOURNE = WS-DATE-JOUR
026566                 AND WS-EXT-NOMBRE < 500
026569                 ADD 1 TO WS-EXT-NOMBRE
026572                 MOVE EXT-REFERENCE
026575                     TO WS-EXT-REF (WS-EXT-NOMBRE)
026578                 MOVE EXT-CODE-ORIGINE
026581                     TO WS-EXT-CODE (WS-EXT-NOMBRE)
026584             END-IF
026587     END-READ.
026590 1350-EXIT.
026593     EXIT.
026596
026600 2100-LIRE-AUDIT.
026700     READ FICHIER-AUDIT INTO WS-AUDIT-RECORD
026800         AT END
029100*    PUIS ECRITURE DE LA PAIRE DEBIT/CREDIT SELON LE SENS DU     *
029200*    MOUVEMENT DE SOLDE. UN CODE SANS CORRESPONDANCE EST COMPTE  *
029300*    ET FERA ECHOUER LA PREUVE D'EQUILIBRE (RETURN-CODE 16).     *
029310*    UNE EXTOURNE "EX" EST RECHERCHEE SOUS LE CODE D'ORIGINE :   *
029320*    LE SENS DU MOUVEMENT, INVERSE DE L'ORIGINAL, INVERSE LA     *
029330*    PAIRE D'ELLE-MEME.                                          *
029400*****************************************************************
029500 3000-GENERER-PAIRE.
029510     MOVE AUD-TRANS-CODE TO WS-CODE-RECHERCHE.
029520     MOVE SPACES         TO PAI-LIBELLE.
029530     IF AUD-TRANS-CODE = "EX"
029540         PERFORM 3050-CODE-EXTOURNE THRU 3050-EXIT
029550     END-IF.
029600     MOVE ZERO TO WS-MAP-TROUVE-IDX.
029700     PERFORM 3100-CHERCHER-CODE THRU 3100-EXIT
029800         VARYING WS-MAP-IDX FROM 1 BY 1
032200     EXIT.
032300
032400 3100-CHERCHER-CODE.
032500     IF WS-MAP-CODE (WS-MAP-IDX) = WS-CODE-RECHERCHE
032600         MOVE WS-MAP-IDX TO WS-MAP-TROUVE-IDX
032700     END-IF.
032800 3100-EXIT.
032900     EXIT.
033000
033003*****************************************************************
033006* 3050-CODE-EXTOURNE - CODE D'ORIGINE D'UNE EXTOURNE, PRIS DANS  *
033009*    LE REGISTRE DU JOUR, ET LIBELLE DU JOURNAL IMPRIME. SANS    *
033012*    INSCRIPTION AU REGISTRE, LE CODE "EX" RESTE SANS            *
033015*    CORRESPONDANCE ET FAIT ECHOUER LA PREUVE.                   *
033018*****************************************************************
033021 3050-CODE-EXTOURNE.
033024     MOVE ZERO TO WS-EXT-TROUVE-IDX.
033027     PERFORM 3060-CHERCHER-EXTOURNE THRU 3060-EXIT
033030         VARYING WS-EXT-IDX FROM 1 BY 1
033033         UNTIL WS-EXT-IDX > WS-EXT-NOMBRE
033036            OR WS-EXT-TROUVE-IDX > ZERO.
033039
033042     IF WS-EXT-TROUVE-IDX > ZERO
033045         MOVE WS-EXT-CODE (WS-EXT-TROUVE-IDX) TO WS-CODE-RECHERCHE
033048         STRING "EXTOURNE " WS-CODE-RECHERCHE " " AUD-REFERENCE
033051             DELIMITED BY SIZE INTO PAI-LIBELLE
033054         END-STRING
033057     END-IF.
033060 3050-EXIT.
033063     EXIT.
033066
033069 3060-CHERCHER-EXTOURNE.
033072     IF WS-EXT-REF (WS-EXT-IDX) = AUD-REFERENCE
033075         MOVE WS-EXT-IDX TO WS-EXT-TROUVE-IDX
033078     END-IF.
033081 3060-EXIT.
033084     EXIT.
033087
033100*****************************************************************
033200* 3200-ECRIRE-PAIRE-DEBIT - DEBIT DU COMPTE CLIENT, CREDIT DE    *
033300*    LA CONTREPARTIE.                                            *
046160 9800-ECRIRE-RUN.
046170     MOVE "GL-BANQUE"
046180                              TO RUN-PROGRAM.
046190     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
046200     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
046210     ACCEPT RUN-HEURE-FIN FROM TIME.
046220     MOVE WS-ECRITURES-DU-JOUR TO RUN-LIGNES-LUES.
046320     CLOSE FICHIER-RUNCTL.
046330 9800-EXIT.
046340     EXIT.
046350
046360*****************************************************************
046370* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
046380*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
046390*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
046400*****************************************************************
046410 9700-LIRE-DATE-TRT.
046420     MOVE ZERO TO DT-DATE-TRAITEMENT.
046430     OPEN INPUT FICHIER-DATECTL.
046440     IF WS-DATECTL-OK
046450         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
046460             AT END
046470                 MOVE ZERO TO DT-DATE-TRAITEMENT
046480         END-READ
046490         CLOSE FICHIER-DATECTL
046500     END-IF.
046510     IF DT-DATE-TRAITEMENT NOT NUMERIC
046520         OR DT-DATE-TRAITEMENT = ZERO
046530         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
046540         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
046550                 DT-DATE-TRAITEMENT
046560     END-IF.
046570 9700-EXIT.
046580     EXIT.
