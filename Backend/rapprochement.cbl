001310*  2026-09-02  ML  ECRITURE D'UN ENREGISTREMENT DE PASSAGE        *
001311*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001312*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001322*                  CYCLE (BILAN-CYCLE).                           *
001332*  2026-10-15  ML  PRISE EN COMPTE DES EXTOURNES ("EX") : LA      *
001342*                  LIGNE PORTE L'EFFET SIGNE SUR LE COMPTE        *
001352*                  PRINCIPAL ET, POUR UN VIREMENT, L'EFFET        *
001362*                  INVERSE SUR LE COMPTE DESTINATAIRE. L'EFFET    *
001372*                  NET EST REPORTE AU SOLDE DE CLOTURE CALCULE.   *
001374*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001376*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001378*                  PLUS A L'HORLOGE SYSTEME.                      *
001379*  2026-10-15  ML  PRISE EN COMPTE DES CHEQUES ("CQ"), CUMULES    *
001380*                  AVEC LES DEBITS.                               *
001383*  2026-10-15  ML  PRISE EN COMPTE DE LA RETENUE A LA SOURCE      *
001384*                  ("RF") SUR LES INTERETS CREDITEURS : CUMULEE A *
001385*                  PART ET DEDUITE DU SOLDE DE CLOTURE CALCULE.   *
001386*  2026-10-15  ML  PRISE EN COMPTE DES ECHEANCES DE PRET          *
001387*                  PRELEVEES PAR PRETS-BANQUE ("PI" INTERETS,     *
001388*                  "PC" CAPITAL) : CUMULEES A PART ET DEDUITES DU *
001389*                  SOLDE DE CLOTURE CALCULE.                      *
001390*---------------------------------------------------------------*
001400* CE PROGRAMME LIT L'EXTRAIT DES SOLDES D'OUVERTURE (PRODUIT PAR  *
001500* SNAPSHOT-OUVERTURE AVANT LE POSTAGE DU JOUR) POUR OBTENIR LE    *
001600* TOTAL DES SOLDES D'OUVERTURE, PUIS LE FICHIER DES TRANSACTIONS *
006106         ORGANIZATION IS LINE SEQUENTIAL
006107         FILE STATUS IS WS-RUNCTL-STATUS.
006108
006118*---------------------------------------------------------------*
006128*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
006138*    CALENDRIER-BANQUE.                                          *
006148*---------------------------------------------------------------*
006158     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
006168         ORGANIZATION IS LINE SEQUENTIAL
006178         FILE STATUS IS WS-DATECTL-STATUS.
006188
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  FICHIER-OUVERTURE.
007501 FD  FICHIER-RUNCTL.
007502 01  LIGNE-RUNCTL                 PIC X(72).
007503
007513 FD  FICHIER-DATECTL.
007523 01  LIGNE-DATECTL                PIC X(18).
007533
007600 WORKING-STORAGE SECTION.
007601*---------------------------------------------------------------*
007602*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
007608
007609 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
007610
007620*---------------------------------------------------------------*
007630*    DATE DE TRAITEMENT DU CYCLE.                                *
007640*---------------------------------------------------------------*
007650     COPY "datectl.cpy".
007660
007670 01  WS-DATECTL-STATUS           PIC X(02).
007680     88  WS-DATECTL-OK               VALUE "00".
007690
007700     COPY "tranin.cpy".
007710
007720*---------------------------------------------------------------*
010900     05  WS-TOTAL-INTERETS        PIC S9(11)V99 VALUE ZERO.
010905     05  WS-TOTAL-INTERETS-DEB    PIC S9(11)V99 VALUE ZERO.
010906     05  WS-TOTAL-FRAIS           PIC S9(11)V99 VALUE ZERO.
010907     05  WS-TOTAL-RETENUES        PIC S9(11)V99 VALUE ZERO.
010908     05  WS-TOTAL-ECHEANCES       PIC S9(11)V99 VALUE ZERO.
010910     05  WS-TOTAL-VIREMENTS       PIC S9(11)V99 VALUE ZERO.
010920     05  WS-TOTAL-VIR-EXTERNES    PIC S9(11)V99 VALUE ZERO.
010930     05  WS-TOTAL-RETOURS         PIC S9(11)V99 VALUE ZERO.
010940     05  WS-TOTAL-EXTOURNES       PIC S9(11)V99 VALUE ZERO.
011000     05  WS-TOTAL-CLOTURE         PIC S9(11)V99 VALUE ZERO.
011100     05  WS-TOTAL-MAITRE          PIC S9(11)V99 VALUE ZERO.
011200     05  WS-ECART                 PIC S9(11)V99 VALUE ZERO.
013800*****************************************************************
013900 1000-INITIALIZE.
013901     ACCEPT WS-HEURE-DEBUT FROM TIME.
013911     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
014000     OPEN INPUT FICHIER-OUVERTURE.
014100     OPEN INPUT  FICHIER-TRANSACTIONS.
014200     OPEN OUTPUT FICHIER-RAPPORT.
017900 3000-CUMULER-TRANSACTIONS.
018000     MOVE LIGNE-TRANSACTION TO WS-TRANSACTION-RECORD.
018100     EVALUATE TRUE
018200         WHEN TR-CODE-DEBIT OR TR-CODE-CHEQUE
018300             ADD TR-AMOUNT TO WS-TOTAL-DEBITS
018400         WHEN TR-CODE-CREDIT
018500             ADD TR-AMOUNT TO WS-TOTAL-CREDITS
018702             ADD TR-AMOUNT TO WS-TOTAL-INTERETS-DEB
018703         WHEN TR-CODE-FEE OR TR-CODE-PENALTY
018704             ADD TR-AMOUNT TO WS-TOTAL-FRAIS
018705         WHEN TR-CODE-TAX-WITHHELD
018706             ADD TR-AMOUNT TO WS-TOTAL-RETENUES
018707         WHEN TR-CODE-LOAN-INTEREST OR TR-CODE-LOAN-PRINCIPAL
018708             ADD TR-AMOUNT TO WS-TOTAL-ECHEANCES
018710*        UN VIREMENT DEBITE LA SOURCE ET CREDITE LA DESTINATION
018720*        DU MEME MONTANT : EFFET NUL SUR LE TOTAL DE CLOTURE.
018730         WHEN TR-CODE-TRANSFER
018770         WHEN TR-CODE-TRANSFER-EXT
018780             ADD TR-AMOUNT TO WS-TOTAL-VIR-EXTERNES
018790         WHEN TR-CODE-TRANSFER-RET
018792             ADD TR-AMOUNT TO WS-TOTAL-RETOURS
018794*        UNE EXTOURNE PORTE SON EFFET SIGNE SUR LE COMPTE
018796*        PRINCIPAL ; CELLE D'UN VIREMENT, AVEC SA CONTREPARTIE
018798*        SUR LE COMPTE DESTINATAIRE, EST SANS EFFET SUR LE TOTAL.
018800         WHEN TR-CODE-REVERSAL
018802             IF TR-DEST-ACCOUNT NOT NUMERIC
018804                 ADD TR-AMOUNT TO WS-TOTAL-EXTOURNES
018806             END-IF
018808     END-EVALUATE.
018810
018820     PERFORM 3200-APPLIQUER-AU-COMPTE THRU 3200-EXIT.
018900     PERFORM 3100-LIRE-TRANSACTION THRU 3100-EXIT.
019160*    "T" : IL SERA SIGNALE DANS LA SECTION DE DETAIL.            *
019170*****************************************************************
019180 3200-APPLIQUER-AU-COMPTE.
019186     MOVE TR-ACCOUNT-NUMBER-N TO WS-CHERCHE-NUMERO.
019187     MOVE "T" TO WS-CHERCHE-ORIGINE.
019188     PERFORM 4700-CHERCHER-OU-CREER THRU 4700-EXIT.
019189     IF WS-CPT-TROUVE-IDX > ZERO
019190         EVALUATE TRUE
019191             WHEN TR-CODE-DEBIT OR TR-CODE-CHEQUE
019192                 OR TR-CODE-TRANSFER
019193                 OR TR-CODE-TRANSFER-EXT
019194                 OR TR-CODE-INTEREST-DEBIT
019195                 OR TR-CODE-TAX-WITHHELD
019196                 OR TR-CODE-FEE OR TR-CODE-PENALTY
019197                 OR TR-CODE-LOAN-INTEREST
019198                 OR TR-CODE-LOAN-PRINCIPAL
019199                 SUBTRACT TR-AMOUNT
019200                     FROM WS-CPT-ATTENDU (WS-CPT-TROUVE-IDX)
019201             WHEN TR-CODE-CREDIT OR TR-CODE-INTEREST
019202                 OR TR-CODE-TRANSFER-RET OR TR-CODE-REVERSAL
019203                 ADD TR-AMOUNT
019204                     TO WS-CPT-ATTENDU (WS-CPT-TROUVE-IDX)
019205         END-EVALUATE
019234             END-IF
019235         END-IF
019236     END-IF.
019237
019238*    LA CONTREPARTIE D'UNE EXTOURNE DE VIREMENT EST L'EFFET
019239*    INVERSE SUR LE COMPTE DESTINATAIRE D'ORIGINE.
019240     IF TR-CODE-REVERSAL AND TR-DEST-ACCOUNT NUMERIC
019241         MOVE TR-DEST-ACCOUNT-N TO WS-CHERCHE-NUMERO
019242         MOVE "T" TO WS-CHERCHE-ORIGINE
019243         PERFORM 4700-CHERCHER-OU-CREER THRU 4700-EXIT
019244         IF WS-CPT-TROUVE-IDX > ZERO
019245             SUBTRACT TR-AMOUNT
019246                 FROM WS-CPT-ATTENDU (WS-CPT-TROUVE-IDX)
019247         END-IF
019248     END-IF.
019249 3200-EXIT.
019250     EXIT.
019251
019300 3100-LIRE-TRANSACTION.
019400     READ FICHIER-TRANSACTIONS INTO LIGNE-TRANSACTION
019500         AT END
020900                             + WS-TOTAL-CREDITS
021000                             + WS-TOTAL-INTERETS
021010                             - WS-TOTAL-INTERETS-DEB
021020                             - WS-TOTAL-FRAIS
021025                             - WS-TOTAL-RETENUES
021027                             - WS-TOTAL-ECHEANCES
021030                             + WS-TOTAL-EXTOURNES.
021100 4000-EXIT.
021200     EXIT.
021300
026705     MOVE "TOTAL FRAIS ET PENALITES     : " TO WS-LIBELLE.
026706     MOVE WS-TOTAL-FRAIS TO WS-MONTANT-EDIT.
026707     PERFORM 5100-ECRIRE-LIGNE THRU 5100-EXIT.
026708
026709     MOVE "TOTAL RETENUES A LA SOURCE   : " TO WS-LIBELLE.
026710     MOVE WS-TOTAL-RETENUES TO WS-MONTANT-EDIT.
026711     PERFORM 5100-ECRIRE-LIGNE THRU 5100-EXIT.
026712
026713     MOVE "TOTAL ECHEANCES DE PRETS     : " TO WS-LIBELLE.
026714     MOVE WS-TOTAL-ECHEANCES TO WS-MONTANT-EDIT.
026715     PERFORM 5100-ECRIRE-LIGNE THRU 5100-EXIT.
026716
026720     MOVE "TOTAL DES VIREMENTS          : " TO WS-LIBELLE.
026730     MOVE WS-TOTAL-VIREMENTS TO WS-MONTANT-EDIT.
026740     PERFORM 5100-ECRIRE-LIGNE THRU 5100-EXIT.
026790
026792     MOVE "TOTAL RETOURS PARTENAIRE     : " TO WS-LIBELLE.
026794     MOVE WS-TOTAL-RETOURS TO WS-MONTANT-EDIT.
026804     PERFORM 5100-ECRIRE-LIGNE THRU 5100-EXIT.
026814
026824     MOVE "EFFET NET DES EXTOURNES      : " TO WS-LIBELLE.
026834     MOVE WS-TOTAL-EXTOURNES TO WS-MONTANT-EDIT.
026844     PERFORM 5100-ECRIRE-LIGNE THRU 5100-EXIT.
026854
026900     MOVE "SOLDE DE CLOTURE CALCULE     : " TO WS-LIBELLE.
027000     MOVE WS-TOTAL-CLOTURE TO WS-MONTANT-EDIT.
027100     PERFORM 5100-ECRIRE-LIGNE THRU 5100-EXIT.
030760 9800-ECRIRE-RUN.
030770     MOVE "RAPPRO-BANQUE"
030780                              TO RUN-PROGRAM.
030790     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
030800     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
030810     ACCEPT RUN-HEURE-FIN FROM TIME.
030820     MOVE WS-TRANSACTIONS-LUES TO RUN-LIGNES-LUES.
030920     CLOSE FICHIER-RUNCTL.
030930 9800-EXIT.
030940     EXIT.
030950
030960*****************************************************************
030970* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
030980*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
030990*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
031000*****************************************************************
031010 9700-LIRE-DATE-TRT.
031020     MOVE ZERO TO DT-DATE-TRAITEMENT.
031030     OPEN INPUT FICHIER-DATECTL.
031040     IF WS-DATECTL-OK
031050         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
031060             AT END
031070                 MOVE ZERO TO DT-DATE-TRAITEMENT
031080         END-READ
031090         CLOSE FICHIER-DATECTL
031100     END-IF.
031110     IF DT-DATE-TRAITEMENT NOT NUMERIC
031120         OR DT-DATE-TRAITEMENT = ZERO
031130         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
031140         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
031150                 DT-DATE-TRAITEMENT
031160     END-IF.
031170 9700-EXIT.
031180     EXIT.
