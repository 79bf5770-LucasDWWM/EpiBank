000700*      CHARGE FOR THAT TYPE) ;                                   *
000800*    - "PE" : PENALTY CHARGED PER "DECOUVERT NON AUTORISE"       *
000900*      REJECT ACCUMULATED BY THE ACCOUNT OVER THE CURRENT MONTH. *
000910*    - "RE" : EXCESS-WITHDRAWAL FEE CHARGED PER DEBIT BEYOND THE *
000920*      MONTHLY COUNT OF PLAFONDS.TXT, FOR THE ACCOUNT TYPES WHOSE*
000930*      RULE CHOOSES A FEE ("F") OVER A HARD REJECT.              *
000940*    - "RP" : LATE FEE CHARGED AT EACH MONTH-END PER LOAN        *
000950*      INSTALMENT STILL IN ARREARS (PRETS.TXT), ON THE LINKED    *
000960*      REPAYMENT ACCOUNT OF THE LOAN.                            *
001000*****************************************************************
001100 01  WS-FRAIS-PARAM-RECORD.
001200     05  FP-ACCOUNT-TYPE           PIC X(02).
