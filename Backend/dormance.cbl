000700* MODIFICATION HISTORY                                          *
000800*  2026-09-02  ML  PROGRAMME INITIAL - MISE EN DORMANCE DES      *
000900*                  COMPTES SANS MOUVEMENT CLIENT DEPUIS N MOIS.  *
000910*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE    *
000920*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON*
000930*                  PLUS A L'HORLOGE SYSTEME.                     *
000940*  2026-10-15  ML  UN CHEQUE PAYE ("CQ") EST UN MOUVEMENT CLIENT.*
000950*  2026-10-15  ML  LES COMPTES DE PRET ("PR"), SANS MOUVEMENT    *
000960*                  CLIENT PAR CONSTRUCTION, SONT EXCLUS.         *
001000*---------------------------------------------------------------*
001100* LOT PERIODIQUE, LANCE PAR DORMANCE.SH QUI RECONSTITUE LA VUE   *
001200* CONSOLIDEE DU JOURNAL D'AUDIT (ARCHIVES MENSUELLES + JOURNAL   *
005800     SELECT FICHIER-ETAT ASSIGN TO "../data/dormants.txt"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006010*---------------------------------------------------------------*
006020*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
006030*    CALENDRIER-BANQUE.                                          *
006040*---------------------------------------------------------------*
006050     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
006060         ORGANIZATION IS LINE SEQUENTIAL
006070         FILE STATUS IS WS-DATECTL-STATUS.
006080
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  FICHIER-AUDIT.
006900 FD  FICHIER-ETAT.
007000 01  LIGNE-ETAT                   PIC X(80).
007100
007110 FD  FICHIER-DATECTL.
007120 01  LIGNE-DATECTL                PIC X(18).
007130
007200 WORKING-STORAGE SECTION.
007300*---------------------------------------------------------------*
007400*    VUE D'UNE ECRITURE DU JOURNAL D'AUDIT.                      *
007500*---------------------------------------------------------------*
007600     COPY "auditrec.cpy".
007700
007710*---------------------------------------------------------------*
007720*    DATE DE TRAITEMENT DU CYCLE.                                *
007730*---------------------------------------------------------------*
007740     COPY "datectl.cpy".
007750
007760 01  WS-DATECTL-STATUS           PIC X(02).
007770     88  WS-DATECTL-OK               VALUE "00".
007780
007800 01  WS-AUDIT-STATUS             PIC X(02).
007900     88  WS-AUDIT-OK                 VALUE "00".
008000
017900
018000     IF NOT WS-OPEN-ERROR
018100         MOVE WS-MOIS-SAISIS TO WS-NB-MOIS
018200         PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT
018210         MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR
018300         MOVE WS-DATE-JOUR TO WS-DATE-LIMITE
018400         COMPUTE WS-MOIS-TOTAL =
018500             WS-LIM-ANNEE * 12 + WS-LIM-MOIS - 1 - WS-NB-MOIS
023600*****************************************************************
023700 2000-RELEVER-MOUVEMENT.
023800     IF AUD-TRANS-CODE = "DB" OR "CR" OR "VI" OR "VE" OR "VR"
023850                       OR "CQ"
023900         PERFORM 2200-RETENIR-DATE THRU 2200-EXIT
024000     END-IF.
024100     PERFORM 2100-LIRE-AUDIT THRU 2100-EXIT.
029000*    MOUVEMENT CLIENT, REELLEMENT RELEVE, EST ANTERIEUR A LA     *
029100*    LIMITE PASSE EN DORMANCE. UN COMPTE SANS AUCUN MOUVEMENT    *
029150*    EST SEULEMENT SIGNALE (3400), STATUT CONSERVE. LES COMPTES  *
029200*    DEJA DORMANTS, GELES OU CLOS NE BOUGENT PAS, NI LES PRETS.  *
029300*****************************************************************
029400 3000-EXAMINER-COMPTE.
029500     IF CM-STATUS-ACTIVE AND NOT CM-TYPE-LOAN
029600         MOVE ZERO TO WS-DERNIERE-DU-COMPTE
029700         MOVE ZERO TO WS-MVT-TROUVE-IDX
029800         PERFORM 3200-CHERCHER-COMPTE THRU 3200-EXIT
036610     DISPLAY "COMPTES SANS MOUVEMENT  : " WS-COMPTES-SANS-MVT.
036700 9999-EXIT.
036800     EXIT.
036810
036820*****************************************************************
036830* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
036840*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
036850*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
036860*****************************************************************
036870 9700-LIRE-DATE-TRT.
036880     MOVE ZERO TO DT-DATE-TRAITEMENT.
036890     OPEN INPUT FICHIER-DATECTL.
036900     IF WS-DATECTL-OK
036910         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
036920             AT END
036930                 MOVE ZERO TO DT-DATE-TRAITEMENT
036940         END-READ
036950         CLOSE FICHIER-DATECTL
036960     END-IF.
036970     IF DT-DATE-TRAITEMENT NOT NUMERIC
036980         OR DT-DATE-TRAITEMENT = ZERO
036990         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
037000         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
037010                 DT-DATE-TRAITEMENT
037020     END-IF.
037030 9700-EXIT.
037040     EXIT.
