000100*****************************************************************
000200*  ALERTREC.CPY                                                  *
000300*  RECORD LAYOUTS FOR THE DAILY CUSTOMER ALERT EXTRACT           *
000400*  (ALERTES.TXT) WRITTEN BY ALERTES-BANQUE FOR THE SMS/E-MAIL    *
000500*  NOTIFICATION GATEWAY. ALL RECORDS ARE 180 BYTES :             *
000600*    - "HDR" HEADER : PROCESSING DATE, EXTRACT SEQUENCE NUMBER   *
000700*      (KEPT ACROSS RUNS IN ALERTCTL.CTL) AND SENDER ;           *
000800*    - "DET" DETAIL, ONE PER ALERT : EVENT CODE, CUSTOMER,       *
000900*      ACCOUNT, CHANNEL AND CONTACT FROM CONTACTS.TXT, THE       *
001000*      TRANSACTION REFERENCE (SPACES FOR A STATUS CHANGE), THE   *
001100*      AMOUNT, THE BALANCE AFTER THE EVENT AND A SHORT TEXT ;    *
001200*    - "TRL" TRAILER : DETAIL COUNT AND HASH TOTAL OF THE        *
001300*      DETAIL AMOUNTS.                                           *
001400*  EVENT CODES :                                                 *
001500*    "DEC"  BALANCE WENT BELOW ZERO ;                            *
001600*    "DEP"  BALANCE WENT BEYOND THE AUTHORISED OVERDRAFT ;       *
001700*    "REJ"  DEBIT REJECTED FOR LACK OF FUNDS (REASON IN TEXT) ;  *
001800*    "RET"  OUTBOUND TRANSFER "VE" RETURNED BY THE PARTNER       *
001900*           ("VR") ;                                             *
002000*    "FRA"  FEE CHARGED ("FT" OR "FP") ;                         *
002100*    "GCR"  CREDIT AT OR ABOVE THE "GC" THRESHOLD OF             *
002200*           ALERTPAR.TXT ;                                       *
002300*    "STA"  ACCOUNT STATUS CHANGED SINCE THE PREVIOUS RUN.       *
002400*  THE CONTROL RECORD (ALERTCTL.CTL) KEEPS THE LAST SEQUENCE     *
002500*  ISSUED, THE DATE OF THE LAST RUN, THE NUMBER OF AUDIT.LOG     *
002600*  RECORDS ALREADY SCANNED (RESET TO ZERO WHEN MONTH-END CUTS    *
002700*  THE LOG) AND THE LAST PROCESSING DATE WHOSE REJECTS WERE      *
002800*  SCANNED, SO A SECOND RUN ON THE SAME DATE (MONTH-END) ONLY    *
002900*  PICKS UP WHAT THE FIRST ONE HAD NOT SEEN. THE STATUS RECORD   *
003000*  (ALERTSTAT.TXT) IS THE STATUS OF EVERY ACCOUNT AS OF THE      *
003100*  PREVIOUS RUN.                                                 *
003200*****************************************************************
003300 01  WS-ALERTE-EN-TETE.
003400     05  AH-TYPE                   PIC X(03).
003500     05  AH-DATE                   PIC 9(08).
003600     05  AH-SEQUENCE               PIC 9(06).
003700     05  AH-EMETTEUR               PIC X(10).
003800     05  FILLER                    PIC X(153).
003900
004000 01  WS-ALERTE-DETAIL.
004100     05  AL-TYPE                   PIC X(03).
004200     05  AL-DATE                   PIC 9(08).
004300     05  AL-HEURE                  PIC 9(08).
004400     05  AL-EVENEMENT              PIC X(03).
004500     05  AL-CUSTOMER-ID            PIC 9(06).
004600     05  AL-CUSTOMER-NAME          PIC X(20).
004700     05  AL-ACCOUNT-NUMBER         PIC 9(08).
004800     05  AL-CANAL                  PIC X(01).
004900     05  AL-TELEPHONE              PIC X(15).
005000     05  AL-EMAIL                  PIC X(40).
005100     05  AL-REFERENCE              PIC X(10).
005200     05  AL-MONTANT-X              PIC X(12).
005300     05  AL-MONTANT REDEFINES AL-MONTANT-X
005400             SIGN IS LEADING SEPARATE CHARACTER
005500                                   PIC S9(9)V99.
005600     05  AL-SOLDE-X                PIC X(12).
005700     05  AL-SOLDE REDEFINES AL-SOLDE-X
005800             SIGN IS LEADING SEPARATE CHARACTER
005900                                   PIC S9(9)V99.
006000     05  AL-TEXTE                  PIC X(25).
006100     05  FILLER                    PIC X(09).
006200
006300 01  WS-ALERTE-FIN.
006400     05  AT-TYPE                   PIC X(03).
006500     05  AT-NOMBRE                 PIC 9(07).
006600     05  AT-HASH                   PIC 9(13)V99.
006700     05  FILLER                    PIC X(155).
006800
006900 01  WS-ALERTE-CONTROLE.
007000     05  AC-SEQUENCE               PIC 9(06).
007100     05  AC-DATE-PASSAGE           PIC 9(08).
007200     05  AC-ECRITURES-VUES         PIC 9(08).
007300     05  AC-DATE-REJETS            PIC 9(08).
007400
007500 01  WS-ALERTE-STATUT.
007600     05  AS-ACCOUNT-NUMBER         PIC 9(08).
007700     05  AS-STATUS                 PIC X(01).
