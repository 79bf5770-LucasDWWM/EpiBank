000100*****************************************************************
000200*  EXONREC.CPY                                                  *
000300*  RECORD LAYOUT FOR THE WITHHOLDING-TAX EXEMPTION FILE          *
000400*  (EXONERATIONS.TXT), READ AT RUN TIME BY INTERETS-BANQUE AND   *
000500*  CLOTURE-BANQUE. ONE LINE PER EXEMPT CUSTOMER :                *
000600*    - CUSTOMER IDENTIFIER (CM-CUSTOMER-ID, SEE CUSTREF.CPY) ;   *
000700*      THE EXEMPTION COVERS EVERY ACCOUNT OF THAT CUSTOMER ;     *
000800*    - START DATE AND END DATE OF THE EXEMPTION (END DATE ZERO   *
000900*      = NO END), SO A CERTIFICATE FILED FOR ONE TAX YEAR CAN    *
001000*      BE KEYED AHEAD OF TIME AND LAPSES BY ITSELF ;             *
001100*    - FREE-TEXT REASON (TYPE OF CERTIFICATE LODGED).            *
001200*  A CUSTOMER WITH NO LINE IN EFFECT ON THE PROCESSING DATE      *
001300*  HAS THE WITHHOLDING TAX ("RF", RATE "RF" OF TAUX.TXT)         *
001400*  DEDUCTED FROM EVERY CREDIT INTEREST POSTING.                  *
001500*****************************************************************
001600 01  WS-EXONERATION-RECORD.
001700     05  EO-CUSTOMER-ID            PIC X(06).
001800     05  EO-CUSTOMER-ID-N REDEFINES EO-CUSTOMER-ID
001900                                   PIC 9(06).
002000     05  EO-DATE-DEBUT-X           PIC X(08).
002100     05  EO-DATE-DEBUT REDEFINES EO-DATE-DEBUT-X
002200                                   PIC 9(08).
002300     05  EO-DATE-FIN-X             PIC X(08).
002400     05  EO-DATE-FIN REDEFINES EO-DATE-FIN-X
002500                                   PIC 9(08).
002600     05  EO-MOTIF                  PIC X(20).
