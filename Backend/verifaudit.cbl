000800*  2026-09-02  ML  PROGRAMME INITIAL - VERIFICATION D'INTEGRITE  *
000900*                  DU JOURNAL D'AUDIT PAR REJEU CONTRE LES       *
001000*                  SOLDES DU FICHIER MAITRE.                     *
001010*  2026-10-15  ML  EXTOURNES ("EX") : LE MONTANT ECRIT EST       *
001020*                  L'EFFET SIGNE SUR LE COMPTE, CONTROLE COMME   *
001030*                  UN CREDIT (SOLDE AVANT PLUS MONTANT SIGNE).   *
001040*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE    *
001050*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON*
001060*                  PLUS A L'HORLOGE SYSTEME.                     *
001070*  2026-10-15  ML  CHEQUES ("CQ") CONTROLES COMME UN DEBIT.      *
001080*  2026-10-15  ML  RETENUE A LA SOURCE ("RF") CONTROLEE COMME UN *
001090*                  DEBIT.                                        *
001095*  2026-10-15  ML  ECHEANCES DE PRET ("PI" INTERETS, "PC"        *
001098*                  CAPITAL) CONTROLEES COMME DES DEBITS.         *
001100*---------------------------------------------------------------*
001200* LOT MENSUEL, PASSE PAR MONTHEND.SH AVANT LA COUPE D'ARCHIVE    *
001300* DU JOURNAL D'AUDIT (STEP050) : ON N'ARCHIVE PAS UN MOIS QU'ON  *
007200         ASSIGN TO "../data/verifrapport.txt"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007410*---------------------------------------------------------------*
007420*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
007430*    CALENDRIER-BANQUE.                                          *
007440*---------------------------------------------------------------*
007450     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
007460         ORGANIZATION IS LINE SEQUENTIAL
007470         FILE STATUS IS WS-DATECTL-STATUS.
007480
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  FICHIER-OUVERTURE.
008600 FD  FICHIER-RAPPORT.
008700 01  LIGNE-RAPPORT                PIC X(80).
008800
008810 FD  FICHIER-DATECTL.
008820 01  LIGNE-DATECTL                PIC X(18).
008830
008900 WORKING-STORAGE SECTION.
009000*---------------------------------------------------------------*
009100*    VUE D'UNE ECRITURE DU JOURNAL D'AUDIT.                      *
009200*---------------------------------------------------------------*
009300     COPY "auditrec.cpy".
009400
009410*---------------------------------------------------------------*
009420*    DATE DE TRAITEMENT DU CYCLE.                                *
009430*---------------------------------------------------------------*
009440     COPY "datectl.cpy".
009450
009460 01  WS-DATECTL-STATUS           PIC X(02).
009470     88  WS-DATECTL-OK               VALUE "00".
009480
009500*---------------------------------------------------------------*
009600*    VUE D'UN ENREGISTREMENT DU CLICHE DE DEBUT DE PERIODE.      *
009700*---------------------------------------------------------------*
019800*    OUVERTURES.                                                 *
019900*****************************************************************
020000 1000-INITIALIZE.
020100     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
020110     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
020200     OPEN OUTPUT FICHIER-RAPPORT.
020300     MOVE WS-DATE-JOUR TO TIT-DATE.
020400     WRITE LIGNE-RAPPORT FROM WS-LIGNE-TITRE.
036800
036900*****************************************************************
037000* 4200-CONTROLER-SENS - SOLDE APRES = SOLDE AVANT +/- MONTANT.   *
037100*    DB/CQ/ID/FT/FP DEBITENT, CR/IN CREDITENT ; LES CODES DE     *
037200*    VIREMENT (VI/VE/VR) ONT UNE JAMBE DANS CHAQUE SENS ET       *
037300*    ADMETTENT LES DEUX.                                         *
037310*    UNE EXTOURNE "EX" ECRIT L'EFFET SIGNE SUR LE COMPTE : LE    *
037320*    SOLDE APRES EST LE SOLDE AVANT PLUS CE MONTANT SIGNE.       *
037400*****************************************************************
037500 4200-CONTROLER-SENS.
037600     COMPUTE WS-SOLDE-CALCULE =
038100     EVALUATE AUD-TRANS-CODE
038200         WHEN "CR"
038300         WHEN "IN"
038310         WHEN "EX"
038400             IF AUD-BALANCE-AFTER NOT = WS-SOLDE-CALCULE
038450                 MOVE WS-SOLDE-CALCULE TO WS-SOLDE-ATTENDU
038500                 PERFORM 4300-RUPTURE-MONTANT THRU 4300-EXIT
038600             END-IF
038700         WHEN "DB"
038750         WHEN "CQ"
038800         WHEN "ID"
038850         WHEN "RF"
038860         WHEN "PI"
038870         WHEN "PC"
038900         WHEN "FT"
039000         WHEN "FP"
039100             IF AUD-BALANCE-AFTER NOT = WS-SOLDE-OPPOSE
051400     DISPLAY "RUPTURES CONSTATEES : " WS-RUPTURES.
051500 9999-EXIT.
051600     EXIT.
051610
051620*****************************************************************
051630* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
051640*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
051650*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
051660*****************************************************************
051670 9700-LIRE-DATE-TRT.
051680     MOVE ZERO TO DT-DATE-TRAITEMENT.
051690     OPEN INPUT FICHIER-DATECTL.
051700     IF WS-DATECTL-OK
051710         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
051720             AT END
051730                 MOVE ZERO TO DT-DATE-TRAITEMENT
051740         END-READ
051750         CLOSE FICHIER-DATECTL
051760     END-IF.
051770     IF DT-DATE-TRAITEMENT NOT NUMERIC
051780         OR DT-DATE-TRAITEMENT = ZERO
051790         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
051800         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
051810                 DT-DATE-TRAITEMENT
051820     END-IF.
051830 9700-EXIT.
051840     EXIT.
