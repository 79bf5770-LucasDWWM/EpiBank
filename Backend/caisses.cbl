000100*****************************************************************
000200* PROGRAM-ID    : CAISSES-BANQUE                                *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES          *
000400* INSTALLATION  : EPIBANK                                       *
000500* DATE-WRITTEN  : 2026-10-15                                    *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-15  ML  PROGRAMME INITIAL - CONTROLE DES LOTS DU     *
000900*                  GUICHET, TRANSMISSION DES OPERATIONS A       *
001000*                  L'ENTREE DU JOUR ET ARRETE DES CAISSES.      *
001100*---------------------------------------------------------------*
001200* TRAITEMENT DU CYCLE QUOTIDIEN, PASSE AVANT FUSION-ENTREE.     *
001300* GUICHET.TXT EST RELU DEUX FOIS :                              *
001400*   - LE PREMIER PASSAGE CONTROLE CHAQUE LOT (EN-TETE "HDR",    *
001500*     FIN "TRL" DONT LE NOMBRE ET LE HASH DOIVENT ETRE CEUX DES *
001600*     OPERATIONS DU LOT, CODE "CR" OU "DB") ET CUMULE PAR       *
001700*     CAISSE (GUICHETIER ET DATE) LE FOND D'OUVERTURE, LES      *
001800*     VERSEMENTS, LES RETRAITS ET LE COMPTAGE DECLARE ;         *
001900*   - LE SECOND, SEULEMENT SI TOUS LES LOTS SONT BONS, AJOUTE   *
002000*     LES OPERATIONS (50 PREMIERS OCTETS, FORMAT D'INPUT.TXT) A *
002100*     GUICHET-JOUR.TXT, QUE FUSION-ENTREE INSERE DANS L'ENTREE  *
002200*     DU JOUR, ET EDITE LES RETRAITS SOUS DEROGATION.           *
002300* L'ARRETE (CAISSES-ETAT.TXT) DONNE PAR CAISSE LE FOND          *
002400* D'OUVERTURE, LES VERSEMENTS, LES RETRAITS, L'ENCAISSE         *
002500* THEORIQUE DE CLOTURE, L'ENCAISSE DECLAREE ET L'ECART          *
002600* (EXCEDENT OU MANQUANT). UN LOT INCOMPLET OU FAUX ARRETE LE    *
002700* STEP (RETURN-CODE 16) SANS RIEN TRANSMETTRE : L'ENCHAINEMENT  *
002800* SHELL N'ARCHIVE GUICHET.TXT QU'EN FIN DE STEP SANS ERREUR.    *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.     CAISSES-BANQUE.
003200 AUTHOR.         M. LEFEVRE.
003300 INSTALLATION.   EPIBANK.
003400 DATE-WRITTEN.   2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*---------------------------------------------------------------*
004100*    LOTS DEPOSES PAR GUICHET-BANQUE DANS LA JOURNEE.            *
004200*---------------------------------------------------------------*
004300     SELECT FICHIER-GUICHET ASSIGN TO "../data/guichet.txt"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-GUICHET-STATUS.
004600
004700*---------------------------------------------------------------*
004800*    OPERATIONS DU GUICHET A INSERER DANS L'ENTREE DU JOUR PAR   *
004900*    FUSION-ENTREE (AJOUT : UNE FUSION MANQUEE N'EST PAS PERDUE).*
005000*---------------------------------------------------------------*
005100     SELECT FICHIER-GUICHET-JOUR
005200         ASSIGN TO "../data/guichet-jour.txt"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-JOUR-STATUS.
005500
005600*---------------------------------------------------------------*
005700*    ARRETE DES CAISSES DU JOUR.                                 *
005800*---------------------------------------------------------------*
005900     SELECT FICHIER-ETAT ASSIGN TO "../data/caisses-etat.txt"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200*---------------------------------------------------------------*
006300*    JOURNAL DES PASSAGES DU CYCLE (AJOUT SEUL), LU PAR          *
006400*    BILAN-CYCLE EN FIN DE CYCLE.                                *
006500*---------------------------------------------------------------*
006600     SELECT FICHIER-RUNCTL ASSIGN TO "../data/runjournal.txt"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RUNCTL-STATUS.
006900
007000*---------------------------------------------------------------*
007100*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
007200*    CALENDRIER-BANQUE.                                          *
007300*---------------------------------------------------------------*
007400     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-DATECTL-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  FICHIER-GUICHET.
008100 01  LIGNE-GUICHET                PIC X(80).
008200
008300 FD  FICHIER-GUICHET-JOUR.
008400 01  LIGNE-GUICHET-JOUR           PIC X(50).
008500
008600 FD  FICHIER-ETAT.
008700 01  LIGNE-ETAT                   PIC X(80).
008800
008900 FD  FICHIER-RUNCTL.
009000 01  LIGNE-RUNCTL                 PIC X(72).
009100
009200 FD  FICHIER-DATECTL.
009300 01  LIGNE-DATECTL                PIC X(18).
009400
009500 WORKING-STORAGE SECTION.
009600*---------------------------------------------------------------*
009700*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
009800*---------------------------------------------------------------*
009900     COPY "runctl.cpy".
010000
010100 01  WS-RUNCTL-STATUS            PIC X(02).
010200     88  WS-RUNCTL-OK                VALUE "00".
010300
010400 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
010500
010600*---------------------------------------------------------------*
010700*    DATE DE TRAITEMENT DU CYCLE.                                *
010800*---------------------------------------------------------------*
010900     COPY "datectl.cpy".
011000
011100 01  WS-DATECTL-STATUS           PIC X(02).
011200     88  WS-DATECTL-OK               VALUE "00".
011300
011400*---------------------------------------------------------------*
011500*    LOT DU GUICHET ET VUE D'UNE OPERATION AU FORMAT D'INPUT.TXT.*
011600*---------------------------------------------------------------*
011700     COPY "guichrec.cpy".
011800
011900     COPY "tranin.cpy".
012000
012100 01  WS-GUICHET-STATUS           PIC X(02).
012200     88  WS-GUICHET-OK               VALUE "00".
012300
012400 01  WS-JOUR-STATUS              PIC X(02).
012500     88  WS-JOUR-OK                  VALUE "00".
012600
012700 01  WS-SWITCHES.
012800     05  WS-GUICHET-EOF          PIC X(01)     VALUE "N".
012900         88  WS-END-OF-GUICHET       VALUE "Y".
013000     05  WS-GUICHET-OUVERT-SW    PIC X(01)     VALUE "N".
013100         88  WS-GUICHET-OUVERT       VALUE "Y".
013200     05  WS-LOT-EN-COURS-SW      PIC X(01)     VALUE "N".
013300         88  WS-LOT-EN-COURS         VALUE "Y".
013400     05  WS-ERREUR-SW            PIC X(01)     VALUE "N".
013500         88  WS-ERREUR               VALUE "Y".
013600
013700 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
013800 01  WS-MOTIF                    PIC X(60)     VALUE SPACES.
013900
014000*---------------------------------------------------------------*
014100*    LOT EN COURS DE CONTROLE.                                   *
014200*---------------------------------------------------------------*
014300 01  WS-LOT-NOMBRE               PIC 9(07)     VALUE ZERO.
014400 01  WS-LOT-HASH                 PIC 9(11)V99  VALUE ZERO.
014500 01  WS-LOT-IDX                  PIC 9(02)     VALUE ZERO.
014600
014700*---------------------------------------------------------------*
014800*    CUMULS PAR CAISSE (GUICHETIER ET DATE DU LOT).              *
014900*---------------------------------------------------------------*
015000 01  WS-TABLE-CAISSES.
015100     05  WS-CAI-NOMBRE           PIC 9(02)     VALUE ZERO.
015200     05  WS-CAI-ENTREE           OCCURS 50 TIMES.
015300         10  WS-CAI-GUICHETIER   PIC X(04).
015400         10  WS-CAI-DATE         PIC 9(08).
015500         10  WS-CAI-FOND         PIC 9(11)V99.
015600         10  WS-CAI-FOND-SW      PIC X(01).
015700             88  WS-CAI-FOND-DECLARE     VALUE "Y".
015800         10  WS-CAI-NB-VERS      PIC 9(05).
015900         10  WS-CAI-VERSEMENTS   PIC 9(11)V99.
016000         10  WS-CAI-NB-RETR      PIC 9(05).
016100         10  WS-CAI-RETRAITS     PIC 9(11)V99.
016200         10  WS-CAI-COMPTE       PIC 9(11)V99.
016300         10  WS-CAI-COMPTE-SW    PIC X(01).
016400             88  WS-CAI-COMPTE-DECLARE   VALUE "Y".
016500
016600 01  WS-CAI-IDX                  PIC 9(02)     VALUE ZERO.
016700 01  WS-CAI-TROUVE-IDX           PIC 9(02)     VALUE ZERO.
016800 01  WS-CAI-GUICHETIER-CHERCHE   PIC X(04)     VALUE SPACES.
016900 01  WS-CAI-DATE-CHERCHEE        PIC 9(08)     VALUE ZERO.
017000
017100 01  WS-THEORIQUE                PIC S9(11)V99 VALUE ZERO.
017200 01  WS-ECART                    PIC S9(11)V99 VALUE ZERO.
017300
017400 01  WS-COMPTEURS.
017500     05  WS-LIGNES-LUES          PIC 9(07)     VALUE ZERO.
017600     05  WS-LOTS-CONTROLES       PIC 9(05)     VALUE ZERO.
017700     05  WS-OPERATIONS-LUES      PIC 9(07)     VALUE ZERO.
017800     05  WS-OPERATIONS-TRANSMISES PIC 9(07)    VALUE ZERO.
017900     05  WS-DEROGATIONS          PIC 9(05)     VALUE ZERO.
018000     05  WS-CAISSES-EN-ECART     PIC 9(03)     VALUE ZERO.
018100     05  WS-CAISSES-NON-DECLAREES PIC 9(03)    VALUE ZERO.
018200
018300 01  WS-TOTAL-EDIT               PIC Z,ZZZ,ZZ9.
018400
018500*---------------------------------------------------------------*
018600*    LIGNES D'EDITION DE L'ARRETE.                               *
018700*---------------------------------------------------------------*
018800 01  WS-LIGNE-TITRE.
018900     05  FILLER                  PIC X(29)
019000         VALUE "ARRETE DES CAISSES DU JOUR - ".
019100     05  TIT-DATE                PIC 9(08).
019200     05  FILLER                  PIC X(43)     VALUE SPACES.
019300
019400 01  WS-LIGNE-CAISSE.
019500     05  FILLER                  PIC X(07)     VALUE "CAISSE ".
019600     05  CAI-GUICHETIER          PIC X(04).
019700     05  FILLER                  PIC X(04)     VALUE " DU ".
019800     05  CAI-DATE                PIC 9(08).
019900     05  FILLER                  PIC X(57)     VALUE SPACES.
020000
020100 01  WS-LIGNE-RUBRIQUE.
020200     05  FILLER                  PIC X(02)     VALUE SPACES.
020300     05  RUB-LIBELLE             PIC X(30).
020400     05  RUB-NOMBRE              PIC ZZZZZ.
020500     05  FILLER                  PIC X(03)     VALUE " : ".
020600     05  RUB-MONTANT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
020700     05  FILLER                  PIC X(03)     VALUE SPACES.
020800     05  RUB-MENTION             PIC X(12).
020900     05  FILLER                  PIC X(08)     VALUE SPACES.
021000
021100 01  WS-LIGNE-TITRE-DEROG.
021200     05  FILLER                  PIC X(40)
021300         VALUE "RETRAITS SOUS DEROGATION SUPERVISEUR    ".
021400     05  FILLER                  PIC X(40)     VALUE SPACES.
021500
021600 01  WS-LIGNE-ENTETE-DEROG.
021700     05  FILLER                  PIC X(40)
021800         VALUE "GUIC REFERENCE  COMPTE             MONTA".
021900     05  FILLER                  PIC X(40)
022000         VALUE "NT CODE   HEURE                         ".
022100
022200 01  WS-LIGNE-DEROG.
022300     05  DER-GUICHETIER          PIC X(04).
022400     05  FILLER                  PIC X(01)     VALUE SPACE.
022500     05  DER-REFERENCE           PIC X(10).
022600     05  FILLER                  PIC X(01)     VALUE SPACE.
022700     05  DER-COMPTE              PIC X(08).
022800     05  FILLER                  PIC X(01)     VALUE SPACE.
022900     05  DER-MONTANT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023000     05  FILLER                  PIC X(01)     VALUE SPACE.
023100     05  DER-CODE                PIC X(06).
023200     05  FILLER                  PIC X(01)     VALUE SPACE.
023300     05  DER-HEURE               PIC X(06).
023400     05  FILLER                  PIC X(24)     VALUE SPACES.
023500
023600 01  WS-LIGNE-TEXTE.
023700     05  TXT-LIBELLE             PIC X(80).
023800
023900 01  WS-LIGNE-BLANCHE            PIC X(80)     VALUE SPACES.
024000
024100 PROCEDURE DIVISION.
024200*****************************************************************
024300* 0000-MAINLINE                                                 *
024400*****************************************************************
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
024700     PERFORM 2000-CONTROLER-LIGNE    THRU 2000-EXIT
024800         UNTIL WS-END-OF-GUICHET OR WS-ERREUR.
024900     PERFORM 2900-FIN-CONTROLE       THRU 2900-EXIT.
025000     IF WS-ERREUR
025100         PERFORM 3900-EDITER-REFUS   THRU 3900-EXIT
025200     ELSE
025300         PERFORM 3000-EDITER-CAISSE  THRU 3000-EXIT
025400             VARYING WS-CAI-IDX FROM 1 BY 1
025500             UNTIL WS-CAI-IDX > WS-CAI-NOMBRE
025600         PERFORM 4000-TRANSMETTRE    THRU 4000-EXIT
025700         PERFORM 5000-EDITER-TOTAUX  THRU 5000-EXIT
025800     END-IF.
025900     PERFORM 9999-TERMINATE          THRU 9999-EXIT.
026000     STOP RUN.
026100
026200*****************************************************************
026300* 1000-INITIALIZE - DATE DU CYCLE, OUVERTURE DE L'ARRETE ET DES  *
026400*    LOTS. UN GUICHET.TXT ABSENT VAUT VIDE (AUCUNE CAISSE).      *
026500*****************************************************************
026600 1000-INITIALIZE.
026700     ACCEPT WS-HEURE-DEBUT FROM TIME.
026800     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
026900     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
027000
027100     OPEN OUTPUT FICHIER-ETAT.
027200     MOVE WS-DATE-JOUR TO TIT-DATE.
027300     WRITE LIGNE-ETAT FROM WS-LIGNE-TITRE.
027400     WRITE LIGNE-ETAT FROM WS-LIGNE-BLANCHE.
027500
027600     OPEN INPUT FICHIER-GUICHET.
027700     IF WS-GUICHET-OK
027800         MOVE "Y" TO WS-GUICHET-OUVERT-SW
027900         PERFORM 2100-LIRE-GUICHET THRU 2100-EXIT
028000     ELSE
028100         DISPLAY "AUCUN LOT DU GUICHET"
028200         MOVE "Y" TO WS-GUICHET-EOF
028300     END-IF.
028400 1000-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800* 2000-CONTROLER-LIGNE - PREMIER PASSAGE : CONTROLE DE LA        *
028900*    STRUCTURE DES LOTS ET CUMULS PAR CAISSE. LA PREMIERE        *
029000*    ANOMALIE ARRETE LE CONTROLE (WS-MOTIF).                     *
029100*****************************************************************
029200 2000-CONTROLER-LIGNE.
029300     MOVE WS-GUICHET-RECORD TO WS-GUICHET-CONTROLE.
029400     EVALUATE TRUE
029500         WHEN GC-EN-TETE
029600             PERFORM 2200-OUVRIR-LOT       THRU 2200-EXIT
029700         WHEN GC-FIN
029800             PERFORM 2300-FERMER-LOT       THRU 2300-EXIT
029900         WHEN NOT WS-LOT-EN-COURS
030000             MOVE "LIGNE HORS LOT (AVANT EN-TETE OU APRES FIN)"
030100                 TO WS-MOTIF
030200             MOVE "Y" TO WS-ERREUR-SW
030300         WHEN GC-OUVERTURE
030400             MOVE GC-MONTANT TO WS-CAI-FOND (WS-LOT-IDX)
030500             MOVE "Y"        TO WS-CAI-FOND-SW (WS-LOT-IDX)
030600         WHEN GC-COMPTAGE
030700             MOVE GC-MONTANT TO WS-CAI-COMPTE (WS-LOT-IDX)
030800             MOVE "Y"        TO WS-CAI-COMPTE-SW (WS-LOT-IDX)
030900         WHEN OTHER
031000             PERFORM 2400-CUMULER-OPERATION THRU 2400-EXIT
031100     END-EVALUATE.
031200
031300     IF NOT WS-ERREUR
031400         PERFORM 2100-LIRE-GUICHET THRU 2100-EXIT
031500     END-IF.
031600 2000-EXIT.
031700     EXIT.
031800
031900 2100-LIRE-GUICHET.
032000     READ FICHIER-GUICHET INTO WS-GUICHET-RECORD
032100         AT END
032200             MOVE "Y" TO WS-GUICHET-EOF
032300         NOT AT END
032400             ADD 1 TO WS-LIGNES-LUES
032500     END-READ.
032600 2100-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000* 2200-OUVRIR-LOT - EN-TETE : LE LOT PRECEDENT DOIT ETRE FERME.  *
033100*    LA CAISSE DU LOT EST RETROUVEE OU CREEE DANS LA TABLE.      *
033200*****************************************************************
033300 2200-OUVRIR-LOT.
033400     IF WS-LOT-EN-COURS
033500         MOVE "LOT SANS FIN TRL (SESSION INTERROMPUE)" TO WS-MOTIF
033600         MOVE "Y" TO WS-ERREUR-SW
033700     ELSE
033800         MOVE "Y"  TO WS-LOT-EN-COURS-SW
033900         MOVE ZERO TO WS-LOT-NOMBRE WS-LOT-HASH
034000         MOVE GC-GUICHETIER TO WS-CAI-GUICHETIER-CHERCHE
034100         MOVE GC-DATE       TO WS-CAI-DATE-CHERCHEE
034200         PERFORM 2500-CHERCHER-CAISSE THRU 2500-EXIT
034300         MOVE WS-CAI-TROUVE-IDX TO WS-LOT-IDX
034400     END-IF.
034500 2200-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900* 2300-FERMER-LOT - FIN "TRL" : MEMES CONTROLES DE NOMBRE ET DE  *
035000*    HASH QUE LA FIN D'INPUT.TXT.                                *
035100*****************************************************************
035200 2300-FERMER-LOT.
035300     EVALUATE TRUE
035400         WHEN NOT WS-LOT-EN-COURS
035500             MOVE "FIN TRL SANS EN-TETE HDR" TO WS-MOTIF
035600             MOVE "Y" TO WS-ERREUR-SW
035700         WHEN GC-NOMBRE NOT = WS-LOT-NOMBRE
035800             MOVE "NOMBRE DE LA FIN TRL DIFFERENT DU NOMBRE LU"
035900                 TO WS-MOTIF
036000             MOVE "Y" TO WS-ERREUR-SW
036100         WHEN GC-MONTANT NOT = WS-LOT-HASH
036200             MOVE "HASH DE LA FIN TRL DIFFERENT DU HASH CALCULE"
036300                 TO WS-MOTIF
036400             MOVE "Y" TO WS-ERREUR-SW
036500         WHEN OTHER
036600             MOVE "N" TO WS-LOT-EN-COURS-SW
036700             ADD 1 TO WS-LOTS-CONTROLES
036800     END-EVALUATE.
036900 2300-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300* 2400-CUMULER-OPERATION - UNE OPERATION DU LOT : VERSEMENT      *
037400*    ("CR") OU RETRAIT ("DB") D'ESPECES, CUMULE DANS LE LOT      *
037500*    (NOMBRE, HASH) ET DANS SA CAISSE.                           *
037600*****************************************************************
037700 2400-CUMULER-OPERATION.
037800     MOVE GU-LIGNE-TRANSACTION TO WS-TRANSACTION-RECORD.
037900     ADD 1 TO WS-LOT-NOMBRE.
038000     ADD 1 TO WS-OPERATIONS-LUES.
038100     IF TR-AMOUNT-X (1:1) = "+"
038200         AND TR-AMOUNT-X (2:11) NUMERIC
038300         ADD TR-AMOUNT TO WS-LOT-HASH
038400         EVALUATE TRUE
038500             WHEN TR-CODE-CREDIT
038600                 ADD 1 TO WS-CAI-NB-VERS (WS-LOT-IDX)
038700                 ADD TR-AMOUNT TO WS-CAI-VERSEMENTS (WS-LOT-IDX)
038800             WHEN TR-CODE-DEBIT
038900                 ADD 1 TO WS-CAI-NB-RETR (WS-LOT-IDX)
039000                 ADD TR-AMOUNT TO WS-CAI-RETRAITS (WS-LOT-IDX)
039100             WHEN OTHER
039200                 MOVE "CODE OPERATION AUTRE QUE CR OU DB"
039300                     TO WS-MOTIF
039400                 MOVE "Y" TO WS-ERREUR-SW
039500         END-EVALUATE
039600     ELSE
039700         MOVE "MONTANT D'OPERATION MAL FORME" TO WS-MOTIF
039800         MOVE "Y" TO WS-ERREUR-SW
039900     END-IF.
040000 2400-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400* 2500-CHERCHER-CAISSE - INDICE DE LA CAISSE (GUICHETIER, DATE), *
040500*    CREEE A SA PREMIERE RENCONTRE. TABLE SATUREE : ERREUR.      *
040600*****************************************************************
040700 2500-CHERCHER-CAISSE.
040800     MOVE ZERO TO WS-CAI-TROUVE-IDX.
040900     PERFORM 2600-COMPARER-CAISSE THRU 2600-EXIT
041000         VARYING WS-CAI-IDX FROM 1 BY 1
041100         UNTIL WS-CAI-IDX > WS-CAI-NOMBRE
041200            OR WS-CAI-TROUVE-IDX > ZERO.
041300     IF WS-CAI-TROUVE-IDX = ZERO
041400         IF WS-CAI-NOMBRE < 50
041500             ADD 1 TO WS-CAI-NOMBRE
041600             MOVE WS-CAI-NOMBRE TO WS-CAI-TROUVE-IDX
041700             MOVE WS-CAI-GUICHETIER-CHERCHE
041800                 TO WS-CAI-GUICHETIER (WS-CAI-NOMBRE)
041900             MOVE WS-CAI-DATE-CHERCHEE
042000                 TO WS-CAI-DATE (WS-CAI-NOMBRE)
042100             MOVE ZERO TO WS-CAI-FOND (WS-CAI-NOMBRE)
042200                          WS-CAI-NB-VERS (WS-CAI-NOMBRE)
042300                          WS-CAI-VERSEMENTS (WS-CAI-NOMBRE)
042400                          WS-CAI-NB-RETR (WS-CAI-NOMBRE)
042500                          WS-CAI-RETRAITS (WS-CAI-NOMBRE)
042600                          WS-CAI-COMPTE (WS-CAI-NOMBRE)
042700             MOVE "N" TO WS-CAI-FOND-SW (WS-CAI-NOMBRE)
042800                         WS-CAI-COMPTE-SW (WS-CAI-NOMBRE)
042900         ELSE
043000             MOVE "TABLE DES CAISSES SATUREE (50)" TO WS-MOTIF
043100             MOVE "Y" TO WS-ERREUR-SW
043200         END-IF
043300     END-IF.
043400 2500-EXIT.
043500     EXIT.
043600
043700 2600-COMPARER-CAISSE.
043800     IF WS-CAI-GUICHETIER (WS-CAI-IDX) = WS-CAI-GUICHETIER-CHERCHE
043900         AND WS-CAI-DATE (WS-CAI-IDX) = WS-CAI-DATE-CHERCHEE
044000         MOVE WS-CAI-IDX TO WS-CAI-TROUVE-IDX
044100     END-IF.
044200 2600-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600* 2900-FIN-CONTROLE - UN DERNIER LOT SANS FIN "TRL" EST UNE      *
044700*    SESSION INTERROMPUE. EN ERREUR, RETURN-CODE 16.             *
044800*****************************************************************
044900 2900-FIN-CONTROLE.
045000     IF NOT WS-ERREUR AND WS-LOT-EN-COURS
045100         MOVE "LOT SANS FIN TRL (SESSION INTERROMPUE)" TO WS-MOTIF
045200         MOVE "Y" TO WS-ERREUR-SW
045300     END-IF.
045400     IF WS-ERREUR
045500         DISPLAY "LOTS DU GUICHET REFUSES A LA LIGNE "
045600                 WS-LIGNES-LUES " : " WS-MOTIF
045700         MOVE 16 TO RETURN-CODE
045800     END-IF.
045900 2900-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300* 3000-EDITER-CAISSE - ARRETE D'UNE CAISSE : FOND, VERSEMENTS,   *
046400*    RETRAITS, ENCAISSE THEORIQUE, ENCAISSE DECLAREE, ECART.     *
046500*****************************************************************
046600 3000-EDITER-CAISSE.
046700     MOVE WS-CAI-GUICHETIER (WS-CAI-IDX) TO CAI-GUICHETIER.
046800     MOVE WS-CAI-DATE (WS-CAI-IDX)       TO CAI-DATE.
046900     WRITE LIGNE-ETAT FROM WS-LIGNE-CAISSE.
047000
047100     MOVE "FOND DE CAISSE A L'OUVERTURE" TO RUB-LIBELLE.
047200     MOVE ZERO TO RUB-NOMBRE.
047300     MOVE WS-CAI-FOND (WS-CAI-IDX) TO RUB-MONTANT.
047400     IF WS-CAI-FOND-DECLARE (WS-CAI-IDX)
047500         MOVE SPACES TO RUB-MENTION
047600     ELSE
047700         MOVE "NON DECLARE" TO RUB-MENTION
047800     END-IF.
047900     WRITE LIGNE-ETAT FROM WS-LIGNE-RUBRIQUE.
048000
048100     MOVE "VERSEMENTS" TO RUB-LIBELLE.
048200     MOVE WS-CAI-NB-VERS (WS-CAI-IDX)    TO RUB-NOMBRE.
048300     MOVE WS-CAI-VERSEMENTS (WS-CAI-IDX) TO RUB-MONTANT.
048400     MOVE SPACES TO RUB-MENTION.
048500     WRITE LIGNE-ETAT FROM WS-LIGNE-RUBRIQUE.
048600
048700     MOVE "RETRAITS" TO RUB-LIBELLE.
048800     MOVE WS-CAI-NB-RETR (WS-CAI-IDX)  TO RUB-NOMBRE.
048900     MOVE WS-CAI-RETRAITS (WS-CAI-IDX) TO RUB-MONTANT.
049000     WRITE LIGNE-ETAT FROM WS-LIGNE-RUBRIQUE.
049100
049200     COMPUTE WS-THEORIQUE = WS-CAI-FOND (WS-CAI-IDX)
049300                          + WS-CAI-VERSEMENTS (WS-CAI-IDX)
049400                          - WS-CAI-RETRAITS (WS-CAI-IDX).
049500     MOVE "ENCAISSE THEORIQUE DE CLOTURE" TO RUB-LIBELLE.
049600     MOVE ZERO TO RUB-NOMBRE.
049700     MOVE WS-THEORIQUE TO RUB-MONTANT.
049800     WRITE LIGNE-ETAT FROM WS-LIGNE-RUBRIQUE.
049900
050000     MOVE "ENCAISSE DECLAREE" TO RUB-LIBELLE.
050100     IF WS-CAI-COMPTE-DECLARE (WS-CAI-IDX)
050200         MOVE WS-CAI-COMPTE (WS-CAI-IDX) TO RUB-MONTANT
050300         WRITE LIGNE-ETAT FROM WS-LIGNE-RUBRIQUE
050400         COMPUTE WS-ECART = WS-CAI-COMPTE (WS-CAI-IDX)
050500                          - WS-THEORIQUE
050600         MOVE "ECART" TO RUB-LIBELLE
050700         MOVE WS-ECART TO RUB-MONTANT
050800         EVALUATE TRUE
050900             WHEN WS-ECART > ZERO
051000                 MOVE "EXCEDENT" TO RUB-MENTION
051100                 ADD 1 TO WS-CAISSES-EN-ECART
051200             WHEN WS-ECART < ZERO
051300                 MOVE "MANQUANT" TO RUB-MENTION
051400                 ADD 1 TO WS-CAISSES-EN-ECART
051500             WHEN OTHER
051600                 MOVE "EQUILIBREE" TO RUB-MENTION
051700         END-EVALUATE
051800         WRITE LIGNE-ETAT FROM WS-LIGNE-RUBRIQUE
051900     ELSE
052000         MOVE ZERO TO RUB-MONTANT
052100         MOVE "NON DECLAREE" TO RUB-MENTION
052200         WRITE LIGNE-ETAT FROM WS-LIGNE-RUBRIQUE
052300         ADD 1 TO WS-CAISSES-NON-DECLAREES
052400     END-IF.
052500     WRITE LIGNE-ETAT FROM WS-LIGNE-BLANCHE.
052600 3000-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000* 3900-EDITER-REFUS - LOTS REFUSES : L'ARRETE PORTE LE MOTIF ET  *
053100*    AUCUNE OPERATION N'EST TRANSMISE.                           *
053200*****************************************************************
053300 3900-EDITER-REFUS.
053400     MOVE "LOTS DU GUICHET REFUSES - AUCUNE OPERATION TRANSMISE"
053500         TO TXT-LIBELLE.
053600     WRITE LIGNE-ETAT FROM WS-LIGNE-TEXTE.
053700     MOVE WS-LIGNES-LUES TO WS-TOTAL-EDIT.
053800     MOVE SPACES TO TXT-LIBELLE.
053900     STRING "LIGNE " WS-TOTAL-EDIT " : " WS-MOTIF
054000         DELIMITED BY SIZE INTO TXT-LIBELLE
054100     END-STRING.
054200     WRITE LIGNE-ETAT FROM WS-LIGNE-TEXTE.
054300 3900-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700* 4000-TRANSMETTRE - SECOND PASSAGE : LES OPERATIONS DE TOUS     *
054800*    LES LOTS SONT AJOUTEES A GUICHET-JOUR.TXT ET LES RETRAITS   *
054900*    SOUS DEROGATION SONT EDITES.                                *
055000*****************************************************************
055100 4000-TRANSMETTRE.
055200     WRITE LIGNE-ETAT FROM WS-LIGNE-TITRE-DEROG.
055300     WRITE LIGNE-ETAT FROM WS-LIGNE-ENTETE-DEROG.
055400     IF WS-GUICHET-OUVERT
055500         CLOSE FICHIER-GUICHET
055600         OPEN INPUT FICHIER-GUICHET
055700         MOVE "N" TO WS-GUICHET-EOF
055800         OPEN EXTEND FICHIER-GUICHET-JOUR
055900         IF NOT WS-JOUR-OK
056000             OPEN OUTPUT FICHIER-GUICHET-JOUR
056100         END-IF
056200         PERFORM 2100-LIRE-GUICHET THRU 2100-EXIT
056300         PERFORM 4100-TRANSMETTRE-LIGNE THRU 4100-EXIT
056400             UNTIL WS-END-OF-GUICHET
056500         CLOSE FICHIER-GUICHET-JOUR
056600     END-IF.
056700     WRITE LIGNE-ETAT FROM WS-LIGNE-BLANCHE.
056800 4000-EXIT.
056900     EXIT.
057000
057100 4100-TRANSMETTRE-LIGNE.
057200     MOVE WS-GUICHET-RECORD TO WS-GUICHET-CONTROLE.
057300     IF GC-EN-TETE OR GC-OUVERTURE OR GC-COMPTAGE OR GC-FIN
057400         CONTINUE
057500     ELSE
057600         WRITE LIGNE-GUICHET-JOUR FROM GU-LIGNE-TRANSACTION
057700         ADD 1 TO WS-OPERATIONS-TRANSMISES
057800         IF GU-DEROGATION NOT = SPACES
057900             MOVE GU-LIGNE-TRANSACTION TO WS-TRANSACTION-RECORD
058000             MOVE GU-GUICHETIER     TO DER-GUICHETIER
058100             MOVE TR-REFERENCE      TO DER-REFERENCE
058200             MOVE TR-ACCOUNT-NUMBER TO DER-COMPTE
058300             MOVE TR-AMOUNT         TO DER-MONTANT
058400             MOVE GU-DEROGATION     TO DER-CODE
058500             MOVE GU-HEURE (1:6)    TO DER-HEURE
058600             WRITE LIGNE-ETAT FROM WS-LIGNE-DEROG
058700             ADD 1 TO WS-DEROGATIONS
058800         END-IF
058900     END-IF.
059000     PERFORM 2100-LIRE-GUICHET THRU 2100-EXIT.
059100 4100-EXIT.
059200     EXIT.
059300
059400*****************************************************************
059500* 5000-EDITER-TOTAUX - TOTAUX DE L'ARRETE.                       *
059600*****************************************************************
059700 5000-EDITER-TOTAUX.
059800     MOVE WS-LOTS-CONTROLES TO WS-TOTAL-EDIT.
059900     MOVE SPACES TO TXT-LIBELLE.
060000     STRING "LOTS CONTROLES             : " WS-TOTAL-EDIT
060100         DELIMITED BY SIZE INTO TXT-LIBELLE
060200     END-STRING.
060300     WRITE LIGNE-ETAT FROM WS-LIGNE-TEXTE.
060400
060500     MOVE WS-OPERATIONS-TRANSMISES TO WS-TOTAL-EDIT.
060600     MOVE SPACES TO TXT-LIBELLE.
060700     STRING "OPERATIONS TRANSMISES      : " WS-TOTAL-EDIT
060800         DELIMITED BY SIZE INTO TXT-LIBELLE
060900     END-STRING.
061000     WRITE LIGNE-ETAT FROM WS-LIGNE-TEXTE.
061100
061200     MOVE WS-DEROGATIONS TO WS-TOTAL-EDIT.
061300     MOVE SPACES TO TXT-LIBELLE.
061400     STRING "RETRAITS SOUS DEROGATION   : " WS-TOTAL-EDIT
061500         DELIMITED BY SIZE INTO TXT-LIBELLE
061600     END-STRING.
061700     WRITE LIGNE-ETAT FROM WS-LIGNE-TEXTE.
061800
061900     MOVE WS-CAISSES-EN-ECART TO WS-TOTAL-EDIT.
062000     MOVE SPACES TO TXT-LIBELLE.
062100     STRING "CAISSES EN ECART           : " WS-TOTAL-EDIT
062200         DELIMITED BY SIZE INTO TXT-LIBELLE
062300     END-STRING.
062400     WRITE LIGNE-ETAT FROM WS-LIGNE-TEXTE.
062500
062600     MOVE WS-CAISSES-NON-DECLAREES TO WS-TOTAL-EDIT.
062700     MOVE SPACES TO TXT-LIBELLE.
062800     STRING "CAISSES NON DECLAREES      : " WS-TOTAL-EDIT
062900         DELIMITED BY SIZE INTO TXT-LIBELLE
063000     END-STRING.
063100     WRITE LIGNE-ETAT FROM WS-LIGNE-TEXTE.
063200 5000-EXIT.
063300     EXIT.
063400
063500*****************************************************************
063600* 9999-TERMINATE                                                 *
063700*****************************************************************
063800 9999-TERMINATE.
063900     IF WS-GUICHET-OUVERT
064000         CLOSE FICHIER-GUICHET
064100     END-IF.
064200     CLOSE FICHIER-ETAT.
064300     DISPLAY "LOTS CONTROLES        : " WS-LOTS-CONTROLES.
064400     DISPLAY "OPERATIONS LUES       : " WS-OPERATIONS-LUES.
064500     DISPLAY "OPERATIONS TRANSMISES : " WS-OPERATIONS-TRANSMISES.
064600     DISPLAY "DEROGATIONS           : " WS-DEROGATIONS.
064700     DISPLAY "CAISSES EN ECART      : " WS-CAISSES-EN-ECART.
064800
064900     PERFORM 9800-ECRIRE-RUN THRU 9800-EXIT.
065000 9999-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
065500*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
065600*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
065700*****************************************************************
065800 9700-LIRE-DATE-TRT.
065900     MOVE ZERO TO DT-DATE-TRAITEMENT.
066000     OPEN INPUT FICHIER-DATECTL.
066100     IF WS-DATECTL-OK
066200         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
066300             AT END
066400                 MOVE ZERO TO DT-DATE-TRAITEMENT
066500         END-READ
066600         CLOSE FICHIER-DATECTL
066700     END-IF.
066800     IF DT-DATE-TRAITEMENT NOT NUMERIC
066900         OR DT-DATE-TRAITEMENT = ZERO
067000         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
067100         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
067200                 DT-DATE-TRAITEMENT
067300     END-IF.
067400 9700-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800* 9800-ECRIRE-RUN - ENREGISTREMENT DE PASSAGE DANS LE JOURNAL    *
067900*    DU CYCLE (AJOUT SEUL, CREE A LA PREMIERE EXECUTION).        *
068000*****************************************************************
068100 9800-ECRIRE-RUN.
068200     MOVE "CAISSES-BANQUE"         TO RUN-PROGRAM.
068300     MOVE DT-DATE-TRAITEMENT       TO RUN-DATE.
068400     MOVE WS-HEURE-DEBUT           TO RUN-HEURE-DEBUT.
068500     ACCEPT RUN-HEURE-FIN FROM TIME.
068600     MOVE WS-OPERATIONS-LUES       TO RUN-LIGNES-LUES.
068700     MOVE WS-OPERATIONS-TRANSMISES TO RUN-LIGNES-ECRITES.
068800     MOVE ZERO                     TO RUN-LIGNES-REJETEES.
068900     MOVE ZERO                     TO RUN-LIGNES-DIFFEREES.
069000     MOVE RETURN-CODE              TO RUN-RETURN-CODE.
069100     OPEN EXTEND FICHIER-RUNCTL.
069200     IF NOT WS-RUNCTL-OK
069300         OPEN OUTPUT FICHIER-RUNCTL
069400     END-IF.
069500     WRITE LIGNE-RUNCTL FROM WS-RUN-RECORD.
069600     CLOSE FICHIER-RUNCTL.
069700 9800-EXIT.
069800     EXIT.
