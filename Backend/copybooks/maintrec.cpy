000400*  (MAINT.TXT). ONE LINE PER ACTION, KEYED ON THE ACCOUNT        *
000500*  NUMBER :                                                      *
000600*    "AD"  OPEN A NEW ACCOUNT (BALANCE ZERO, STATUS ACTIVE),     *
000610*          FOR A LOAN ("PR") WITH ITS LOAN TERMS AND LINKED      *
000620*          REPAYMENT ACCOUNT (PRETS.TXT, ECHEANCIER.TXT),        *
000700*    "CH"  CHANGE NAME / TYPE / OVERDRAFT LIMIT (A FIELD LEFT    *
000800*          BLANK KEEPS ITS CURRENT VALUE),                       *
000900*    "CL"  CLOSE THE ACCOUNT : A ZERO BALANCE CLOSES AT ONCE, A  *
000940*          SETTLEMENT ACCOUNT, THEN CLOSED),                     *
001000*    "FR"  FREEZE THE ACCOUNT,                                   *
001010*    "RA"  REACTIVATE A DORMANT ACCOUNT (STATUS "D" SET BY       *
001020*          DORMANCE-BANQUE) WHEN THE CUSTOMER SHOWS UP,          *
001030*    "BL"  PLACE A HOLD ON PART OF THE BALANCE (BLOCAGES.TXT),   *
001040*    "LB"  RELEASE A HOLD BEFORE ITS EXPIRY DATE,                *
001050*    "OC"  PLACE A STOP-PAYMENT ON ONE CHEQUE OR A RANGE OF      *
001060*          CHEQUES (OPPOSITIONS.TXT),                            *
001070*    "LO"  LIFT A STOP-PAYMENT.                                  *
001100*****************************************************************
001200 01  WS-MAINT-RECORD.
001300     05  MT-ACTION                 PIC X(02).
001600         88  MT-ACTION-CLOSE           VALUE "CL".
001700         88  MT-ACTION-FREEZE          VALUE "FR".
001710         88  MT-ACTION-REACTIVE        VALUE "RA".
001720         88  MT-ACTION-HOLD            VALUE "BL".
001730         88  MT-ACTION-RELEASE         VALUE "LB".
001740         88  MT-ACTION-STOP            VALUE "OC".
001750         88  MT-ACTION-UNSTOP          VALUE "LO".
001800     05  MT-ACCOUNT-NUMBER         PIC X(08).
001900     05  MT-ACCOUNT-NUMBER-N REDEFINES MT-ACCOUNT-NUMBER
002000                                   PIC 9(08).
003400*    RESIDUAL BALANCE IS SWEPT TO BY CLOTURE-BANQUE. LEFT        *
003500*    BLANK, THE SWEEP GOES TO THE DESIGNATED SETTLEMENT ACCOUNT  *
003600*    (SETTLEMENT BY CHEQUE).                                     *
003610*    ON THE "AD" OF A LOAN : THE LINKED REPAYMENT ACCOUNT THE    *
003620*    INSTALMENTS ARE DEBITED FROM (REQUIRED).                    *
003700     05  MT-DEST-ACCOUNT           PIC X(08).
003800     05  MT-DEST-ACCOUNT-N REDEFINES MT-DEST-ACCOUNT
003900                                   PIC 9(08).
004000*    FUND HOLD OF A "BL" / "LB" ACTION : REFERENCE GIVEN BY THE *
004100*    BRANCH (THE KEY OF THE HOLD WITHIN THE ACCOUNT, THE ONLY    *
004200*    FIELD NEEDED ON "LB"), AMOUNT, REASON, START DATE (BLANK =  *
004300*    PROCESSING DATE) AND EXPIRY DATE (BLANK = NO EXPIRY).       *
004350     05  MT-HOLD-DATA.
004400         10  MT-HOLD-REFERENCE     PIC X(10).
004500         10  MT-HOLD-AMOUNT-X      PIC X(11).
004600         10  MT-HOLD-AMOUNT REDEFINES MT-HOLD-AMOUNT-X
004700                                   PIC 9(9)V99.
004800         10  MT-HOLD-REASON        PIC X(20).
004900         10  MT-HOLD-START         PIC X(08).
005000         10  MT-HOLD-START-N REDEFINES MT-HOLD-START
005100                                   PIC 9(08).
005200         10  MT-HOLD-END           PIC X(08).
005300         10  MT-HOLD-END-N REDEFINES MT-HOLD-END
005400                                   PIC 9(08).
005500*    STOP-PAYMENT OF AN "OC" / "LO" ACTION, OVERLAYING THE HOLD  *
005600*    FIELDS : FIRST CHEQUE NUMBER (THE KEY OF THE STOP-PAYMENT   *
005700*    WITHIN THE ACCOUNT, THE ONLY FIELD NEEDED ON "LO"), LAST    *
005800*    CHEQUE NUMBER OF A RANGE (BLANK = SINGLE CHEQUE) AND        *
005900*    REASON (LOST CHEQUEBOOK, STOLEN CHEQUE...).                 *
006000     05  MT-STOP-DATA REDEFINES MT-HOLD-DATA.
006100         10  MT-STOP-FIRST         PIC X(08).
006200         10  MT-STOP-FIRST-N REDEFINES MT-STOP-FIRST
006300                                   PIC 9(08).
006400         10  MT-STOP-LAST          PIC X(08).
006500         10  MT-STOP-LAST-N REDEFINES MT-STOP-LAST
006600                                   PIC 9(08).
006700         10  MT-STOP-REASON        PIC X(20).
006800         10  FILLER                PIC X(21).
006900*    LOAN TERMS OF THE "AD" OF A "PR" ACCOUNT, OVERLAYING THE    *
007000*    HOLD FIELDS : PRINCIPAL, ANNUAL RATE IN MILLIONTHS (0050000 *
007100*    = 5 %), TERM IN MONTHS (1 TO 360) AND START DATE (BLANK =   *
007200*    PROCESSING DATE, NEVER EARLIER) ; THE FIRST INSTALMENT      *
007300*    FALLS ONE MONTH AFTER THE START DATE.                       *
007400     05  MT-LOAN-DATA REDEFINES MT-HOLD-DATA.
007500         10  MT-LOAN-PRINCIPAL-X   PIC X(11).
007600         10  MT-LOAN-PRINCIPAL REDEFINES MT-LOAN-PRINCIPAL-X
007700                                   PIC 9(9)V99.
007800         10  MT-LOAN-RATE-X        PIC X(07).
007900         10  MT-LOAN-RATE REDEFINES MT-LOAN-RATE-X
008000                                   PIC 9(07).
008100         10  MT-LOAN-TERM-X        PIC X(03).
008200         10  MT-LOAN-TERM REDEFINES MT-LOAN-TERM-X
008300                                   PIC 9(03).
008400         10  MT-LOAN-START         PIC X(08).
008500         10  MT-LOAN-START-N REDEFINES MT-LOAN-START
008600                                   PIC 9(08).
008700         10  FILLER                PIC X(28).
