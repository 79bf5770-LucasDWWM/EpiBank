000400*  (TAUX.TXT), READ AT RUN TIME BY INTERETS-BANQUE. ONE LINE     *
000500*  PER RATE :                                                    *
000600*    - ACCOUNT TYPE ("CK", "SV", "MM"), OR "DB" FOR THE DEBIT    *
000700*      INTEREST RATE CHARGED ON OVERDRAWN BALANCES, OR "RF"      *
000710*      FOR THE WITHHOLDING TAX DEDUCTED FROM CREDIT INTEREST     *
000720*      (CUSTOMERS LISTED IN EXONERATIONS.TXT ARE EXEMPT) ;       *
000800*    - EFFECTIVE DATE : THE LINE ONLY APPLIES FROM THAT DATE,    *
000900*      SO A RATE CHANGE CAN BE SCHEDULED AHEAD OF TIME ;         *
001000*    - BALANCE TIER FLOOR : AMONG THE LINES IN EFFECT FOR A      *
001100*      TYPE, THE ONE WITH THE HIGHEST FLOOR AT OR UNDER THE      *
001200*      BALANCE WINS (ZERO = BASE TIER). NOT USED FOR "DB"/"RF" ; *
001300*    - MONTHLY RATE IN MILLIONTHS (0000100 = 0.01 PERCENT) ; FOR *
001310*      "RF", PERCENTAGE OF THE GROSS INTEREST WITHHELD, ALSO IN  *
001320*      MILLIONTHS (0128000 = 12.8 PERCENT).                      *
001400*****************************************************************
001500 01  WS-TAUX-PARAM-RECORD.
001600     05  TX-ACCOUNT-TYPE           PIC X(02).
