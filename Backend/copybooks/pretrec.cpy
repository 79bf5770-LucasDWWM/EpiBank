000100*****************************************************************
000200*  PRETREC.CPY                                                   *
000300*  RECORD LAYOUT FOR A CONSUMER LOAN (PRETS.TXT). ONE LINE PER   *
000400*  LOAN, KEYED ON THE LOAN ACCOUNT NUMBER (A "PR" ACCOUNT OF THE *
000500*  CUSTOMER MASTER, WHOSE BALANCE STAYS ZERO - THE OUTSTANDING   *
000600*  PRINCIPAL IS CARRIED HERE) :                                  *
000700*    - LINKED REPAYMENT ACCOUNT, DEBITED OF EACH INSTALMENT ;    *
000800*    - PRINCIPAL LENT, ANNUAL RATE IN MILLIONTHS (0050000 =      *
000900*      5 %), TERM IN MONTHS, START DATE (THE FIRST INSTALMENT    *
001000*      FALLS ONE MONTH LATER, ON THE SAME DAY OF THE MONTH,      *
001100*      CAPPED AT THE 28TH) AND CONSTANT MONTHLY INSTALMENT ;     *
001200*    - OUTSTANDING PRINCIPAL AND NUMBER OF INSTALMENTS PAID ;    *
001300*    - ARREARS : NUMBER AND AMOUNT OF THE INSTALMENTS DUE AND    *
001400*      NOT COLLECTED, DUE DATE OF THE OLDEST ONE (ZERO = NONE) ; *
001500*    - STATUS "A" (RUNNING) OR "S" (PAID OFF), OPENING DATE AND  *
001600*      PAID-OFF DATE.                                            *
001700*  WRITTEN BY MAINT-MASTER ("AD" OF A "PR" ACCOUNT) TOGETHER     *
001800*  WITH ITS AMORTISATION SCHEDULE (ECHEANCIER.TXT, SEE           *
001900*  ECHREC.CPY), IN THE SAME ORDER ; MAINTAINED EACH MONTH-END BY *
002000*  PRETS-BANQUE, WHICH COLLECTS THE INSTALMENTS DUE.             *
002100*  FRAIS-BANQUE BILLS THE LATE FEE OF THE INSTALMENTS IN         *
002200*  ARREARS.                                                      *
002300*****************************************************************
002400 01  WS-PRET-RECORD.
002500     05  PR-ACCOUNT-NUMBER         PIC X(08).
002600     05  PR-ACCOUNT-NUMBER-N REDEFINES PR-ACCOUNT-NUMBER
002700                                   PIC 9(08).
002800     05  PR-COMPTE-LIE             PIC 9(08).
002900     05  PR-CAPITAL-X              PIC X(11).
003000     05  PR-CAPITAL REDEFINES PR-CAPITAL-X
003100                                   PIC 9(9)V99.
003200     05  PR-TAUX                   PIC 9(07).
003300     05  PR-DUREE                  PIC 9(03).
003400     05  PR-DATE-DEBUT             PIC 9(08).
003500     05  PR-ECHEANCE               PIC 9(9)V99.
003600     05  PR-CAPITAL-RESTANT        PIC 9(9)V99.
003700     05  PR-ECHEANCES-PAYEES       PIC 9(03).
003800     05  PR-IMPAYES-NOMBRE         PIC 9(03).
003900     05  PR-IMPAYES-MONTANT        PIC 9(9)V99.
004000     05  PR-DATE-PREMIER-IMPAYE    PIC 9(08).
004100     05  PR-STATUT                 PIC X(01).
004200         88  PR-STATUT-EN-COURS        VALUE "A".
004300         88  PR-STATUT-SOLDE           VALUE "S".
004400     05  PR-DATE-OUVERTURE         PIC 9(08).
004500     05  PR-DATE-SOLDE             PIC 9(08).
