000660*  "VR" IS THE RETURN OF AN OUTBOUND TRANSFER BY THE PARTNER     *
000670*  (RETOURS-BANQUE). FOR ANY OTHER CODE TR-DEST-ACCOUNT IS       *
000680*  IGNORED.                                                      *
000681*  A REVERSAL ("EX") ARRIVES CARRYING ONLY TR-REFERENCE, THE     *
000682*  REFERENCE OF THE MOVEMENT TO CANCEL. ONCE POSTED, THE OUTPUT  *
000683*  LINE CARRIES THE ORIGINAL ACCOUNT, THE SIGNED EFFECT ON THAT  *
000684*  ACCOUNT IN TR-AMOUNT ("+" GIVES BACK A DEBIT, "-" TAKES BACK  *
000685*  A CREDIT) AND, FOR A REVERSED TRANSFER, THE ORIGINAL CREDITED *
000686*  ACCOUNT IN TR-DEST-ACCOUNT (DEBITED BY THE SAME AMOUNT).      *
000687*  A CHEQUE PRESENTED FOR PAYMENT ("CQ") DEBITS THE ACCOUNT     *
000688*  AND CARRIES THE CHEQUE NUMBER IN PLACE OF TR-DEST-ACCOUNT     *
000689*  (TR-CHEQUE-NUMBER) ; IT IS REFUSED WHEN THE NUMBER IS UNDER   *
000690*  OPPOSITION (OPPOSITIONS.TXT) OR ALREADY PAID ON THE ACCOUNT   *
000691*  (CHQPAYES.TXT).                                               *
000692*  THE WITHHOLDING TAX ("RF") IS THE DEBIT DEDUCTED BY THE       *
000693*  INTEREST RUN FROM A CREDIT INTEREST POSTING ("IN") FOR A      *
000694*  CUSTOMER WHO IS NOT EXEMPT (EXONERATIONS.TXT).                *
000695*  A LOAN INSTALMENT IS COLLECTED BY PRETS-BANQUE FROM THE       *
000696*  LINKED REPAYMENT ACCOUNT OF THE LOAN AS TWO DEBITS : THE      *
000697*  INTEREST PART ("PI") AND THE PRINCIPAL PART ("PC"), NEITHER   *
000698*  OF THEM REVERSIBLE.                                           *
000700*****************************************************************
000800 01  WS-TRANSACTION-RECORD.
000900     05  TR-ACCOUNT-NUMBER         PIC X(08).
001520         88  TR-CODE-INTEREST-DEBIT    VALUE "ID".
001530         88  TR-CODE-FEE               VALUE "FT".
001540         88  TR-CODE-PENALTY           VALUE "FP".
001550         88  TR-CODE-REVERSAL          VALUE "EX".
001560         88  TR-CODE-CHEQUE            VALUE "CQ".
001570         88  TR-CODE-TAX-WITHHELD      VALUE "RF".
001580         88  TR-CODE-LOAN-INTEREST     VALUE "PI".
001590         88  TR-CODE-LOAN-PRINCIPAL    VALUE "PC".
001600     05  TR-AMOUNT-X                PIC X(12).
001700     05  TR-AMOUNT REDEFINES TR-AMOUNT-X
001800             SIGN IS LEADING SEPARATE CHARACTER
002000     05  TR-DEST-ACCOUNT           PIC X(08).
002100     05  TR-DEST-ACCOUNT-N REDEFINES TR-DEST-ACCOUNT
002200                                   PIC 9(08).
002201     05  TR-CHEQUE-NUMBER REDEFINES TR-DEST-ACCOUNT
002202                                   PIC X(08).
002203     05  TR-CHEQUE-NUMBER-N REDEFINES TR-DEST-ACCOUNT
002204                                   PIC 9(08).
002210*    NOMBRE DE CYCLES DE RESOUMISSION DEJA TENTES POUR CETTE
002220*    LIGNE, PORTE PAR LES LIGNES REINJECTEES PAR CORRIGER-REJETS
002230*    (A BLANC SUR UNE LIGNE FRAICHE = ZERO).
