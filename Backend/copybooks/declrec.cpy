000100*****************************************************************
000200*  DECLREC.CPY                                                   *
000300*  RECORD LAYOUTS FOR THE YEARLY INTEREST TAX DECLARATION FILE   *
000400*  (DECLFISC.TXT) WRITTEN BY FISCAL-BANQUE FOR THE TAX           *
000500*  AUTHORITY. ALL RECORDS ARE 80 BYTES :                         *
000600*    - "HDR" HEADER : TAX YEAR, DATE ISSUED AND DECLARING        *
000700*      INSTITUTION ;                                             *
000800*    - "DET" DETAIL, ONE PER CUSTOMER (CM-CUSTOMER-ID, NAME AS   *
000900*      IN CUSTREF.TXT) WITH A NON-ZERO YEARLY FIGURE : GROSS     *
001000*      CREDIT INTEREST ("IN"), DEBIT INTEREST PAID ("ID") AND    *
001100*      WITHHOLDING TAX DEDUCTED ("RF"), ALL ACCOUNTS OF THE      *
001200*      CUSTOMER TAKEN TOGETHER, NET OF REVERSALS, AND THE        *
001300*      EXEMPTION FLAG ("O" WHEN AN EXEMPTION OF EXONERATIONS.TXT *
001400*      COVERED PART OF THE YEAR) ;                               *
001500*    - "TRL" TRAILER : DETAIL RECORD COUNT AND CONTROL TOTALS    *
001600*      OF THE THREE AMOUNT COLUMNS.                              *
001700*  AMOUNTS ARE UNSIGNED, TWO IMPLIED DECIMALS.                   *
001800*****************************************************************
001900 01  WS-DECL-DETAIL.
002000     05  DC-TYPE                   PIC X(03).
002100     05  DC-ANNEE                  PIC 9(04).
002200     05  DC-CUSTOMER-ID            PIC 9(06).
002300     05  DC-CUSTOMER-NAME          PIC X(20).
002400     05  DC-INTERETS-BRUTS         PIC 9(11)V99.
002500     05  DC-INTERETS-DEBITEURS     PIC 9(11)V99.
002600     05  DC-RETENUE                PIC 9(11)V99.
002700     05  DC-EXONERE                PIC X(01).
002800     05  FILLER                    PIC X(07).
002900
003000 01  WS-DECL-CONTROLE.
003100     05  DL-TYPE                   PIC X(03).
003200         88  DL-EN-TETE                VALUE "HDR".
003300         88  DL-FIN                    VALUE "TRL".
003400     05  DL-ANNEE                  PIC 9(04).
003500     05  DL-DATE-EMISSION          PIC 9(08).
003600     05  DL-ETABLISSEMENT          PIC X(10).
003700     05  DL-NOMBRE                 PIC 9(07).
003800     05  DL-TOTAL-BRUTS            PIC 9(13)V99.
003900     05  DL-TOTAL-DEBITEURS        PIC 9(13)V99.
004000     05  DL-TOTAL-RETENUES         PIC 9(13)V99.
004100     05  FILLER                    PIC X(03).
