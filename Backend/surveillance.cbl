000800*  2026-09-02  ML  PROGRAMME INITIAL - SURVEILLANCE QUOTIDIENNE  *
000900*                  DES OPERATIONS INHABITUELLES POUR LA          *
001000*                  CONFORMITE.                                   *
001010*  2026-10-15  ML  LES EXTOURNES ("EX") SONT ECARTEES DES        *
001020*                  REGLES : ELLES ANNULENT UN MOUVEMENT DEJA     *
001030*                  SURVEILLE LE JOUR DE SON POSTAGE. ELLES SONT  *
001040*                  COMPTEES A PART EN FIN DE LOT.                *
001050*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE    *
001060*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET    *
001070*                  NON PLUS A L'HORLOGE SYSTEME.                 *
001071*  2026-10-15  ML  CHAQUE EXTOURNE EST RAPPROCHEE DE SON ORIGINE *
001072*                  PAR SA REFERENCE (EXTOURNES.TXT) : LE         *
001073*                  MOUVEMENT ANNULE EST RETIRE DES CUMULS DU     *
001074*                  JOUR OU DE LA FENETRE GLISSANTE ET LA PAIRE   *
001075*                  EST LISTEE EN FIN DE REGISTRE.                *
001100*---------------------------------------------------------------*
001200* STEP QUOTIDIEN APRES LE POSTAGE : BALAYE L'ACTIVITE POSTEE DU  *
001300* JOUR (OUTPUT.TXT) CONTRE LE FICHIER PARAMETRE DES SEUILS       *
002900* DECLARATION PORTE LE COMPTE, LE NOM DU CLIENT (FICHIER         *
003000* MAITRE), LES MONTANTS ET LA REGLE DECLENCHEE : QUELQUE CHOSE   *
003100* DE REEL A REMETTRE AU REGULATEUR.                              *
003110* UNE EXTOURNE DU JOUR RETIRE LE MOUVEMENT QU'ELLE ANNULE DES    *
003120* CUMULS (JOUR OU FENETRE, SELON LA DATE DE L'ORIGINE, LUE AU    *
003130* REGISTRE DES EXTOURNES) ; LES PAIRES SONT LISTEES DANS UNE     *
003140* SECTION PROPRE A LA SUITE DES DECLARATIONS DU JOUR.            *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.     CONFORMITE-BANQUE.
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-RUNCTL-STATUS.
010200
010210*---------------------------------------------------------------*
010220*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
010230*    CALENDRIER-BANQUE.                                          *
010240*---------------------------------------------------------------*
010250     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
010260         ORGANIZATION IS LINE SEQUENTIAL
010270         FILE STATUS IS WS-DATECTL-STATUS.
010280
010281*---------------------------------------------------------------*
010282*    REGISTRE DES EXTOURNES POSTEES PAR TRAITEMENT-BANQUE : LIEN *
010283*    ENTRE CHAQUE EXTOURNE DU JOUR ET SON MOUVEMENT D'ORIGINE.   *
010284*---------------------------------------------------------------*
010285     SELECT FICHIER-EXTOURNES ASSIGN TO "../data/extournes.txt"
010286         ORGANIZATION IS LINE SEQUENTIAL
010287         FILE STATUS IS WS-EXTOURNES-STATUS.
010288
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  FICHIER-TRANSACTIONS.
012600 FD  FICHIER-RUNCTL.
012700 01  LIGNE-RUNCTL                 PIC X(72).
012800
012810 FD  FICHIER-DATECTL.
012820 01  LIGNE-DATECTL                PIC X(18).
012830
012831 FD  FICHIER-EXTOURNES.
012832 01  LIGNE-EXTOURNE               PIC X(56).
012833
012900 WORKING-STORAGE SECTION.
013000*---------------------------------------------------------------*
013100*    VUE D'UNE LIGNE DE TRANSACTION DU JOUR.                     *
013200*---------------------------------------------------------------*
013300     COPY "tranin.cpy".
013400
013410*---------------------------------------------------------------*
013420*    DATE DE TRAITEMENT DU CYCLE.                                *
013430*---------------------------------------------------------------*
013440     COPY "datectl.cpy".
013450
013460 01  WS-DATECTL-STATUS           PIC X(02).
013470     88  WS-DATECTL-OK               VALUE "00".
013480
013481*---------------------------------------------------------------*
013482*    VUE D'UNE LIGNE DU REGISTRE DES EXTOURNES.                  *
013483*---------------------------------------------------------------*
013484     COPY "extrec.cpy".
013485
013486 01  WS-EXTOURNES-STATUS         PIC X(02).
013487     88  WS-EXTOURNES-OK             VALUE "00".
013488
013500*---------------------------------------------------------------*
013600*    VUE D'UNE LIGNE DU FICHIER PARAMETRE DES SEUILS.            *
013700*---------------------------------------------------------------*
018500         88  WS-ERREUR               VALUE "Y".
018510     05  WS-TABLE-SATUREE-SW     PIC X(01)     VALUE "N".
018520         88  WS-TABLE-SATUREE        VALUE "Y".
018530     05  WS-EXTOURNES-EOF        PIC X(01)     VALUE "N".
018540         88  WS-END-OF-EXTOURNES     VALUE "Y".
018550     05  WS-EXT-SATUREE-SW       PIC X(01)     VALUE "N".
018560         88  WS-EXT-SATUREE          VALUE "Y".
018600
018700 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
018800 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
021700 01  WS-ACT-TROUVE-IDX            PIC 9(05)     VALUE ZERO.
021800 01  WS-COMPTE-CHERCHE            PIC 9(08)     VALUE ZERO.
021900
021910*---------------------------------------------------------------*
021920*    EXTOURNES DU JOUR, CHARGEES DU REGISTRE : MOUVEMENT         *
021930*    D'ORIGINE (REFERENCE, DATE, CODE, COMPTES, MONTANT) ET SORT *
021940*    DU MONTANT DANS LES CUMULS.                                 *
021950*---------------------------------------------------------------*
021951 01  WS-TABLE-EXTOURNES.
021952     05  WS-EXT-NOMBRE           PIC 9(04)     VALUE ZERO.
021953     05  WS-EXT-ENTREE OCCURS 500 TIMES.
021954         10  WS-EXT-REF          PIC X(10).
021955         10  WS-EXT-DATE-ORIGINE PIC 9(08).
021956         10  WS-EXT-CODE         PIC X(02).
021957         10  WS-EXT-COMPTE       PIC 9(08).
021958         10  WS-EXT-COMPTE-DEST  PIC 9(08).
021959         10  WS-EXT-MONTANT      PIC 9(9)V99.
021960         10  WS-EXT-VUE-SW       PIC X(01).
021961             88  WS-EXT-VUE              VALUE "Y".
021962         10  WS-EXT-ETAT         PIC X(01).
021963             88  WS-EXT-DEDUITE-JOUR     VALUE "J".
021964             88  WS-EXT-DEDUITE-FENETRE  VALUE "F".
021965             88  WS-EXT-SANS-ORIGINE     VALUE "I".
021966
021967 01  WS-EXT-IDX                   PIC 9(04)     VALUE ZERO.
021968 01  WS-EXT-TROUVE-IDX            PIC 9(04)     VALUE ZERO.
021969
022000 01  WS-NUMERO-DECLARATION        PIC 9(06)     VALUE ZERO.
022100 01  WS-DECLSEQ-RECORD            PIC 9(06)     VALUE ZERO.
022200
022400     05  WS-LIGNES-LUES          PIC 9(07)     VALUE ZERO.
022500     05  WS-DECLARATIONS-EMISES  PIC 9(07)     VALUE ZERO.
022600     05  WS-LIGNES-RECONDUITES   PIC 9(07)     VALUE ZERO.
022610     05  WS-EXTOURNES-ECARTEES   PIC 9(07)     VALUE ZERO.
022620     05  WS-EXTOURNES-DEDUITES   PIC 9(07)     VALUE ZERO.
022630     05  WS-EXTOURNES-ORPHELINES PIC 9(07)     VALUE ZERO.
022700
022800*---------------------------------------------------------------*
022900*    LIGNE DU REGISTRE DES DECLARATIONS.                         *
024100     05  FILLER                  PIC X(02)     VALUE SPACES.
024200     05  DEC-REGLE               PIC X(29).
024300
024310*---------------------------------------------------------------*
024320*    LIGNE DE LA SECTION DES EXTOURNES, EN FIN DE REGISTRE. LA   *
024330*    REFERENCE EST COMMUNE A L'ORIGINE ET A L'EXTOURNE.          *
024340*---------------------------------------------------------------*
024350 01  WS-LIGNE-EXTOURNE.
024351     05  FILLER                  PIC X(10)     VALUE "EXTOURNE".
024352     05  EXL-REFERENCE           PIC X(10).
024353     05  FILLER                  PIC X(02)     VALUE SPACES.
024354     05  EXL-CODE                PIC X(02).
024355     05  FILLER                  PIC X(01)     VALUE SPACES.
024356     05  EXL-DATE-ORIGINE        PIC 9(08).
024357     05  FILLER                  PIC X(02)     VALUE SPACES.
024358     05  EXL-COMPTE              PIC 9(08).
024359     05  FILLER                  PIC X(02)     VALUE SPACES.
024360     05  EXL-MONTANT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
024361     05  FILLER                  PIC X(02)     VALUE SPACES.
024362     05  EXL-SORT                PIC X(29).
024363
024400 01  WS-MONTANT-DECLARE          PIC S9(11)V99 VALUE ZERO.
024500
024600 PROCEDURE DIVISION.
025400             UNTIL WS-END-OF-TRANS
025500         PERFORM 5000-REGLES-PAR-COMPTE THRU 5000-EXIT
025600         PERFORM 6000-REECRIRE-ACTIVITE THRU 6000-EXIT
025650         PERFORM 6500-LISTER-EXTOURNES  THRU 6500-EXIT
025700     END-IF.
025800     PERFORM 9999-TERMINATE         THRU 9999-EXIT.
025900     STOP RUN.
026600*****************************************************************
026700 1000-INITIALIZE.
026800     ACCEPT WS-HEURE-DEBUT FROM TIME.
026900     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
026910     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
027000     COMPUTE WS-JOURS-JOUR =
027100         FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).
027200
027300     PERFORM 1100-CHARGER-SEUILS THRU 1100-EXIT.
027400     IF NOT WS-ERREUR
027450         PERFORM 1250-CHARGER-EXTOURNES THRU 1250-EXIT
027500         PERFORM 1300-CHARGER-ACTIVITE THRU 1300-EXIT
027600         PERFORM 1500-LIRE-DECLSEQ THRU 1500-EXIT
027700         PERFORM 1600-OUVRIR-FICHIERS THRU 1600-EXIT
034100 1200-EXIT.
034200     EXIT.
034300
034301*****************************************************************
034302* 1250-CHARGER-EXTOURNES - EXTOURNES POSTEES CE JOUR, LUES DANS  *
034303*    LE REGISTRE AVANT L'ACTIVITE GLISSANTE : L'EXTOURNE D'UN    *
034304*    MOUVEMENT D'UN JOUR PRECEDENT SE RETIRE DE LA LIGNE DE CE   *
034305*    JOUR A SA RECONDUCTION (1460). UN REGISTRE ABSENT (AUCUNE   *
034306*    EXTOURNE ENCORE) VAUT VIDE.                                 *
034307*****************************************************************
034308 1250-CHARGER-EXTOURNES.
034309     OPEN INPUT FICHIER-EXTOURNES.
034310     IF WS-EXTOURNES-OK
034311         PERFORM 1260-LIRE-EXTOURNE THRU 1260-EXIT
034312             UNTIL WS-END-OF-EXTOURNES
034313         CLOSE FICHIER-EXTOURNES
034314     END-IF.
034315 1250-EXIT.
034316     EXIT.
034317
034318 1260-LIRE-EXTOURNE.
034319     READ FICHIER-EXTOURNES INTO WS-EXTOURNE-RECORD
034320         AT END
034321             MOVE "Y" TO WS-EXTOURNES-EOF
034322         NOT AT END
034323             IF EXT-DATE-EXTOURNE = WS-DATE-JOUR
034324                 PERFORM 1270-RANGER-EXTOURNE THRU 1270-EXIT
034325             END-IF
034326     END-READ.
034327 1260-EXIT.
034328     EXIT.
034329
034330 1270-RANGER-EXTOURNE.
034331     IF EXT-COMPTE NOT NUMERIC
034332         OR EXT-MONTANT-X (2:11) NOT NUMERIC
034333         DISPLAY "LIGNE D'EXTOURNE ILLISIBLE : "
034334                 WS-EXTOURNE-RECORD
034335     ELSE
034336         IF WS-EXT-NOMBRE < 500
034337             ADD 1 TO WS-EXT-NOMBRE
034338             MOVE EXT-REFERENCE
034339                 TO WS-EXT-REF (WS-EXT-NOMBRE)
034340             MOVE EXT-DATE-ORIGINE
034341                 TO WS-EXT-DATE-ORIGINE (WS-EXT-NOMBRE)
034342             MOVE EXT-CODE-ORIGINE
034343                 TO WS-EXT-CODE (WS-EXT-NOMBRE)
034344             MOVE EXT-COMPTE
034345                 TO WS-EXT-COMPTE (WS-EXT-NOMBRE)
034346             MOVE EXT-COMPTE-DEST
034347                 TO WS-EXT-COMPTE-DEST (WS-EXT-NOMBRE)
034348             MOVE EXT-MONTANT
034349                 TO WS-EXT-MONTANT (WS-EXT-NOMBRE)
034350             MOVE "N" TO WS-EXT-VUE-SW (WS-EXT-NOMBRE)
034351             MOVE SPACE TO WS-EXT-ETAT (WS-EXT-NOMBRE)
034352         ELSE
034353             PERFORM 1280-SIGNALER-SATURATION THRU 1280-EXIT
034354         END-IF
034355     END-IF.
034356 1270-EXIT.
034357     EXIT.
034358
034359*    UNE TABLE DES EXTOURNES SATUREE LAISSE DES MOUVEMENTS ANNULES
034360*    DANS LES CUMULS : LA SURVEILLANCE EN DECLARE PLUS, JAMAIS
034361*    MOINS. LE CAS EST SIGNALE ET AVERTI SUR LE REGISTRE (6500).
034362 1280-SIGNALER-SATURATION.
034363     IF NOT WS-EXT-SATUREE
034364         DISPLAY "TABLE DES EXTOURNES SATUREE"
034365     END-IF.
034366     MOVE "Y" TO WS-EXT-SATUREE-SW.
034367 1280-EXIT.
034368     EXIT.
034369
034400*****************************************************************
034500* 1300-CHARGER-ACTIVITE - CHARGEMENT DES CREDITS SOUS LE SEUIL   *
034600*    DES JOURS ENCORE DANS LA FENETRE ; LES LIGNES SORTIES DE    *
037200     COMPUTE WS-JOURS-LIGNE =
037300         FUNCTION INTEGER-OF-DATE (AC-DATE).
037400     IF WS-JOURS-JOUR - WS-JOURS-LIGNE < WS-SEUIL-FENETRE
037410         PERFORM 1460-DEDUIRE-FENETRE THRU 1460-EXIT
037420             VARYING WS-EXT-IDX FROM 1 BY 1
037430             UNTIL WS-EXT-IDX > WS-EXT-NOMBRE
037440     END-IF.
037450*    UN JOUR DONT TOUS LES MOUVEMENTS ONT ETE EXTOURNES N'A PLUS
037460*    RIEN A RECONDUIRE.
037470     IF WS-JOURS-JOUR - WS-JOURS-LIGNE < WS-SEUIL-FENETRE
037480         AND AC-NOMBRE > ZERO
037500         WRITE LIGNE-ACTIVITE-NOUVELLE FROM WS-ACTIVITE-RECORD
037600         ADD 1 TO WS-LIGNES-RECONDUITES
037700         MOVE AC-COMPTE TO WS-COMPTE-CHERCHE
038500 1450-EXIT.
038600     EXIT.
038700
038701*****************************************************************
038702* 1460-DEDUIRE-FENETRE - UNE EXTOURNE DU JOUR DONT L'ORIGINE     *
038703*    EST DATEE DU JOUR DE LA LIGNE RECONDUITE RETIRE CE          *
038704*    MOUVEMENT DE LA LIGNE DE SON COMPTE : UN MOUVEMENT, SON     *
038705*    MONTANT ET, LE CAS ECHEANT, UN CREDIT SOUS LE PLAFOND       *
038706*    (MEMES JAMBES QUE 2200, DESTINATAIRE D'UN VI COMPRIS).      *
038707*****************************************************************
038708 1460-DEDUIRE-FENETRE.
038709     IF WS-EXT-DATE-ORIGINE (WS-EXT-IDX) = AC-DATE
038710         IF WS-EXT-COMPTE (WS-EXT-IDX) = AC-COMPTE
038711             PERFORM 1470-DEDUIRE-LIGNE THRU 1470-EXIT
038712             IF WS-EXT-CODE (WS-EXT-IDX) = "CR" OR "VR"
038713                 PERFORM 1480-DEDUIRE-SOUS-SEUIL THRU 1480-EXIT
038714             END-IF
038715         END-IF
038716         IF WS-EXT-CODE (WS-EXT-IDX) = "VI"
038717             AND WS-EXT-COMPTE-DEST (WS-EXT-IDX) = AC-COMPTE
038718             PERFORM 1470-DEDUIRE-LIGNE THRU 1470-EXIT
038719             PERFORM 1480-DEDUIRE-SOUS-SEUIL THRU 1480-EXIT
038720         END-IF
038721     END-IF.
038722 1460-EXIT.
038723     EXIT.
038724
038725 1470-DEDUIRE-LIGNE.
038726     IF AC-NOMBRE > ZERO
038727         SUBTRACT 1 FROM AC-NOMBRE
038728     END-IF.
038729     IF AC-CUMUL > WS-EXT-MONTANT (WS-EXT-IDX)
038730         SUBTRACT WS-EXT-MONTANT (WS-EXT-IDX) FROM AC-CUMUL
038731     ELSE
038732         MOVE ZERO TO AC-CUMUL
038733     END-IF.
038734     MOVE "F" TO WS-EXT-ETAT (WS-EXT-IDX).
038735 1470-EXIT.
038736     EXIT.
038737
038738 1480-DEDUIRE-SOUS-SEUIL.
038739     IF WS-SEUIL-PLANCHER > ZERO
038740         AND WS-EXT-MONTANT (WS-EXT-IDX) NOT < WS-SEUIL-PLANCHER
038741         AND WS-EXT-MONTANT (WS-EXT-IDX) < WS-SEUIL-UNITAIRE
038742         AND AC-SOUS-SEUIL > ZERO
038743         SUBTRACT 1 FROM AC-SOUS-SEUIL
038744     END-IF.
038745 1480-EXIT.
038746     EXIT.
038747
038800*****************************************************************
038900* 1500-LIRE-DECLSEQ - DERNIER NUMERO DE DECLARATION EMIS.        *
039000*****************************************************************
044600*    COMPTES (LES DEUX JAMBES D'UN VIREMENT COMPTENT CHACUNE),   *
044700*    DECLARATION IMMEDIATE D'UN DEPASSEMENT UNITAIRE, ET RELEVE  *
044800*    DES CREDITS JUSTE SOUS LE PLAFOND.                          *
044810*    UNE EXTOURNE N'EST PAS UNE OPERATION DU CLIENT : HORS DES   *
044820*    REGLES, ELLE EST RAPPROCHEE DU MOUVEMENT QU'ELLE ANNULE,    *
044830*    RETIRE DES CUMULS DU COMPTE (2300).                         *
044900*****************************************************************
045000 2000-CUMULER-LIGNE.
045100     MOVE LIGNE-TRANSACTION TO WS-TRANSACTION-RECORD.
045200     IF TR-CODE-REVERSAL
045250         ADD 1 TO WS-EXTOURNES-ECARTEES
045260         PERFORM 2300-RAPPROCHER-EXTOURNE THRU 2300-EXIT
045270     ELSE
045300         IF TR-ACCOUNT-NUMBER NUMERIC
045350             AND TR-AMOUNT-X (1:1) = "+"
045400             AND TR-AMOUNT-X (2:11) NUMERIC
045500             PERFORM 2200-CUMULER-COMPTE THRU 2200-EXIT
045550         END-IF
045600     END-IF.
045700     PERFORM 2100-LIRE-TRANSACTION THRU 2100-EXIT.
045800 2000-EXIT.
050200     END-IF.
050300 2200-EXIT.
050400     EXIT.
050401
050402*****************************************************************
050403* 2300-RAPPROCHER-EXTOURNE - L'EXTOURNE PORTE LA REFERENCE DU    *
050404*    MOUVEMENT QU'ELLE ANNULE, RETROUVE AU REGISTRE. UNE ORIGINE *
050405*    POSTEE CE JOUR EST RETIREE DES CUMULS DU JOUR (MEMES JAMBES *
050406*    QUE 2200) ; CELLE D'UN JOUR PRECEDENT A DEJA ETE RETIREE DE *
050407*    LA FENETRE PAR 1460. UNE EXTOURNE SANS ORIGINE AU REGISTRE  *
050408*    EST LISTEE COMME TELLE.                                     *
050409*****************************************************************
050410 2300-RAPPROCHER-EXTOURNE.
050411     MOVE ZERO TO WS-EXT-TROUVE-IDX.
050412     PERFORM 2310-COMPARER-EXTOURNE THRU 2310-EXIT
050413         VARYING WS-EXT-IDX FROM 1 BY 1
050414         UNTIL WS-EXT-IDX > WS-EXT-NOMBRE
050415            OR WS-EXT-TROUVE-IDX > ZERO.
050416     IF WS-EXT-TROUVE-IDX = ZERO
050417         PERFORM 2350-NOTER-ORPHELINE THRU 2350-EXIT
050418     ELSE
050419         MOVE WS-EXT-TROUVE-IDX TO WS-EXT-IDX
050420         MOVE "Y" TO WS-EXT-VUE-SW (WS-EXT-IDX)
050421         IF WS-EXT-DATE-ORIGINE (WS-EXT-IDX) = WS-DATE-JOUR
050422             PERFORM 2400-DEDUIRE-JOUR THRU 2400-EXIT
050423         END-IF
050424     END-IF.
050425 2300-EXIT.
050426     EXIT.
050427
050428 2310-COMPARER-EXTOURNE.
050429     IF WS-EXT-REF (WS-EXT-IDX) = TR-REFERENCE
050430         AND NOT WS-EXT-VUE (WS-EXT-IDX)
050431         MOVE WS-EXT-IDX TO WS-EXT-TROUVE-IDX
050432     END-IF.
050433 2310-EXIT.
050434     EXIT.
050435
050436 2350-NOTER-ORPHELINE.
050437     ADD 1 TO WS-EXTOURNES-ORPHELINES.
050438     IF WS-EXT-NOMBRE < 500
050439         ADD 1 TO WS-EXT-NOMBRE
050440         MOVE TR-REFERENCE TO WS-EXT-REF (WS-EXT-NOMBRE)
050441         MOVE ZERO   TO WS-EXT-DATE-ORIGINE (WS-EXT-NOMBRE)
050442         MOVE SPACES TO WS-EXT-CODE (WS-EXT-NOMBRE)
050443         MOVE ZERO   TO WS-EXT-COMPTE (WS-EXT-NOMBRE)
050444         MOVE ZERO   TO WS-EXT-COMPTE-DEST (WS-EXT-NOMBRE)
050445         MOVE ZERO   TO WS-EXT-MONTANT (WS-EXT-NOMBRE)
050446         IF TR-ACCOUNT-NUMBER NUMERIC
050447             MOVE TR-ACCOUNT-NUMBER-N
050448                 TO WS-EXT-COMPTE (WS-EXT-NOMBRE)
050449         END-IF
050450         IF TR-AMOUNT-X (2:11) NUMERIC
050451             MOVE TR-AMOUNT TO WS-EXT-MONTANT (WS-EXT-NOMBRE)
050452         END-IF
050453         MOVE "Y" TO WS-EXT-VUE-SW (WS-EXT-NOMBRE)
050454         MOVE "I" TO WS-EXT-ETAT (WS-EXT-NOMBRE)
050455     ELSE
050456         PERFORM 1280-SIGNALER-SATURATION THRU 1280-EXIT
050457     END-IF.
050458 2350-EXIT.
050459     EXIT.
050500
050501 2400-DEDUIRE-JOUR.
050502     MOVE WS-EXT-COMPTE (WS-EXT-IDX) TO WS-COMPTE-CHERCHE.
050503     PERFORM 3200-TROUVER-COMPTE THRU 3200-EXIT.
050504     IF WS-ACT-TROUVE-IDX > ZERO
050505         PERFORM 2450-DEDUIRE-MOUVEMENT THRU 2450-EXIT
050506         IF WS-EXT-CODE (WS-EXT-IDX) = "CR" OR "VR"
050507             PERFORM 2460-DEDUIRE-SOUS-SEUIL THRU 2460-EXIT
050508         END-IF
050509     END-IF.
050510
050511     IF WS-EXT-CODE (WS-EXT-IDX) = "VI"
050512         MOVE WS-EXT-COMPTE-DEST (WS-EXT-IDX) TO WS-COMPTE-CHERCHE
050513         PERFORM 3200-TROUVER-COMPTE THRU 3200-EXIT
050514         IF WS-ACT-TROUVE-IDX > ZERO
050515             PERFORM 2450-DEDUIRE-MOUVEMENT THRU 2450-EXIT
050516             PERFORM 2460-DEDUIRE-SOUS-SEUIL THRU 2460-EXIT
050517         END-IF
050518     END-IF.
050519 2400-EXIT.
050520     EXIT.
050521
050522 2450-DEDUIRE-MOUVEMENT.
050523     IF WS-ACT-NB-JOUR (WS-ACT-TROUVE-IDX) > ZERO
050524         SUBTRACT 1 FROM WS-ACT-NB-JOUR (WS-ACT-TROUVE-IDX)
050525     END-IF.
050526     IF WS-ACT-CUMUL-JOUR (WS-ACT-TROUVE-IDX)
050527         > WS-EXT-MONTANT (WS-EXT-IDX)
050528         SUBTRACT WS-EXT-MONTANT (WS-EXT-IDX)
050529             FROM WS-ACT-CUMUL-JOUR (WS-ACT-TROUVE-IDX)
050530     ELSE
050531         MOVE ZERO TO WS-ACT-CUMUL-JOUR (WS-ACT-TROUVE-IDX)
050532     END-IF.
050533     MOVE "J" TO WS-EXT-ETAT (WS-EXT-IDX).
050534 2450-EXIT.
050535     EXIT.
050536
050537 2460-DEDUIRE-SOUS-SEUIL.
050538     IF WS-SEUIL-PLANCHER > ZERO
050539         AND WS-EXT-MONTANT (WS-EXT-IDX) NOT < WS-SEUIL-PLANCHER
050540         AND WS-EXT-MONTANT (WS-EXT-IDX) < WS-SEUIL-UNITAIRE
050541         AND WS-ACT-SS-JOUR (WS-ACT-TROUVE-IDX) > ZERO
050542         SUBTRACT 1 FROM WS-ACT-SS-JOUR (WS-ACT-TROUVE-IDX)
050543     END-IF.
050544 2460-EXIT.
050545     EXIT.
050546
050600*****************************************************************
050700* 3000-CHERCHER-OU-CREER - RETROUVE LE COMPTE DANS LA TABLE      *
050800*    D'ACTIVITE OU L'Y AJOUTE A ZERO. UNE TABLE SATUREE REND     *
053800 3100-EXIT.
053900     EXIT.
054000
054001 3200-TROUVER-COMPTE.
054002*    MEME RECHERCHE QUE 3000, SANS CREATION : UNE EXTOURNE NE
054003*    RETIRE RIEN D'UN COMPTE ABSENT DE LA TABLE.
054004     MOVE ZERO TO WS-ACT-TROUVE-IDX.
054005     PERFORM 3100-COMPARER-COMPTE THRU 3100-EXIT
054006         VARYING WS-ACT-IDX FROM 1 BY 1
054007         UNTIL WS-ACT-IDX > WS-ACT-NOMBRE
054008            OR WS-ACT-TROUVE-IDX > ZERO.
054009 3200-EXIT.
054010     EXIT.
054011
054100*****************************************************************
054200* 4000-EMETTRE-DECLARATION - LIGNE NUMEROTEE DU REGISTRE AVEC    *
054300*    LE NOM DU CLIENT (WS-COMPTE-CHERCHE, WS-MONTANT-DECLARE ET  *
063700 6100-EXIT.
063800     EXIT.
063900
063901*****************************************************************
063902* 6500-LISTER-EXTOURNES - SECTION DES EXTOURNES DU JOUR, A LA    *
063903*    SUITE DES DECLARATIONS : UNE LIGNE PAR PAIRE (REFERENCE     *
063904*    COMMUNE A L'ORIGINE ET A L'EXTOURNE, CODE ET DATE           *
063905*    D'ORIGINE, COMPTE, MONTANT ANNULE) ET CE QUE LE MONTANT     *
063906*    EST DEVENU DANS LES CUMULS.                                 *
063907*****************************************************************
063908 6500-LISTER-EXTOURNES.
063909     IF WS-EXTOURNES-ECARTEES > ZERO
063910         MOVE SPACES TO LIGNE-DECLARATION
063911         STRING "EXTOURNES DU " WS-DATE-JOUR
063912                " - REFERENCE, CODE ET DATE D'ORIGINE, COMPTE, "
063913                "MONTANT ANNULE"
063914             DELIMITED BY SIZE INTO LIGNE-DECLARATION
063915         END-STRING
063916         WRITE LIGNE-DECLARATION
063917         PERFORM 6600-ECRIRE-EXTOURNE THRU 6600-EXIT
063918             VARYING WS-EXT-IDX FROM 1 BY 1
063919             UNTIL WS-EXT-IDX > WS-EXT-NOMBRE
063920     END-IF.
063921     IF WS-EXT-SATUREE
063922         MOVE SPACES TO LIGNE-DECLARATION
063923         STRING "ATTENTION : TABLE DES EXTOURNES SATUREE - "
063924                "MOUVEMENTS ANNULES RESTES DANS LES CUMULS"
063925             DELIMITED BY SIZE INTO LIGNE-DECLARATION
063926         END-STRING
063927         WRITE LIGNE-DECLARATION
063928     END-IF.
063929 6500-EXIT.
063930     EXIT.
063931
063932 6600-ECRIRE-EXTOURNE.
063933     IF WS-EXT-VUE (WS-EXT-IDX)
063934         OR WS-EXT-DEDUITE-FENETRE (WS-EXT-IDX)
063935         MOVE WS-EXT-REF (WS-EXT-IDX)    TO EXL-REFERENCE
063936         MOVE WS-EXT-CODE (WS-EXT-IDX)   TO EXL-CODE
063937         MOVE WS-EXT-DATE-ORIGINE (WS-EXT-IDX)
063938                                         TO EXL-DATE-ORIGINE
063939         MOVE WS-EXT-COMPTE (WS-EXT-IDX) TO EXL-COMPTE
063940         MOVE WS-EXT-MONTANT (WS-EXT-IDX) TO EXL-MONTANT
063941         EVALUATE TRUE
063942             WHEN WS-EXT-DEDUITE-JOUR (WS-EXT-IDX)
063943                 MOVE "RETIRE DES CUMULS DU JOUR" TO EXL-SORT
063944                 ADD 1 TO WS-EXTOURNES-DEDUITES
063945             WHEN WS-EXT-DEDUITE-FENETRE (WS-EXT-IDX)
063946                 MOVE "RETIRE DE LA FENETRE" TO EXL-SORT
063947                 ADD 1 TO WS-EXTOURNES-DEDUITES
063948             WHEN WS-EXT-SANS-ORIGINE (WS-EXT-IDX)
063949                 MOVE "ORIGINE INTROUVABLE" TO EXL-SORT
063950             WHEN OTHER
063951                 MOVE "ORIGINE HORS FENETRE" TO EXL-SORT
063952         END-EVALUATE
063953         WRITE LIGNE-DECLARATION FROM WS-LIGNE-EXTOURNE
063954     END-IF.
063955 6600-EXIT.
063956     EXIT.
063957
064000*****************************************************************
064100* 9999-TERMINATE - MEMORISATION DU DERNIER NUMERO, FERMETURES    *
064200*    ET ENREGISTREMENT DE PASSAGE.                               *
066000     DISPLAY "LIGNES LUES          : " WS-LIGNES-LUES.
066100     DISPLAY "DECLARATIONS EMISES  : " WS-DECLARATIONS-EMISES.
066200     DISPLAY "ACTIVITE RECONDUITE  : " WS-LIGNES-RECONDUITES.
066205     DISPLAY "EXTOURNES DU JOUR    : " WS-EXTOURNES-ECARTEES.
066206     DISPLAY "EXTOURNES DEDUITES   : " WS-EXTOURNES-DEDUITES.
066207     DISPLAY "EXTOURNES ORPHELINES : " WS-EXTOURNES-ORPHELINES.
066210     IF WS-TABLE-SATUREE
066220         DISPLAY "TABLE D'ACTIVITE SATUREE - SURVEILLANCE "
066230                 "PARTIELLE"
066500 9999-EXIT.
066600     EXIT.
066700
066704*****************************************************************
066708* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
066712*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
066716*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
066720*****************************************************************
066724 9700-LIRE-DATE-TRT.
066728     MOVE ZERO TO DT-DATE-TRAITEMENT.
066732     OPEN INPUT FICHIER-DATECTL.
066736     IF WS-DATECTL-OK
066740         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
066744             AT END
066748                 MOVE ZERO TO DT-DATE-TRAITEMENT
066752         END-READ
066756         CLOSE FICHIER-DATECTL
066760     END-IF.
066764     IF DT-DATE-TRAITEMENT NOT NUMERIC
066768         OR DT-DATE-TRAITEMENT = ZERO
066772         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
066776         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
066780                 DT-DATE-TRAITEMENT
066784     END-IF.
066788 9700-EXIT.
066792     EXIT.
066796
066800*****************************************************************
066900* 9800-ECRIRE-RUN - ENREGISTREMENT DE PASSAGE DANS LE JOURNAL    *
067000*    DU CYCLE (AJOUT SEUL, CREE A LA PREMIERE EXECUTION).        *
067100*****************************************************************
067200 9800-ECRIRE-RUN.
067300     MOVE "CONFORMITE-BANQUE" TO RUN-PROGRAM.
067400     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
067500     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
067600     ACCEPT RUN-HEURE-FIN FROM TIME.
067700     MOVE WS-LIGNES-LUES      TO RUN-LIGNES-LUES.
