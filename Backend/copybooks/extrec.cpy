000100*****************************************************************
000200*  EXTREC.CPY                                                   *
000300*  RECORD LAYOUT FOR THE REVERSAL REGISTER (EXTOURNES.TXT),      *
000400*  APPEND-ONLY, ONE LINE PER POSTED REVERSAL ("EX") WRITTEN BY   *
000500*  TRAITEMENT-BANQUE. IT RECORDS THE LINK BETWEEN THE REVERSAL   *
000600*  AND THE ORIGINAL MOVEMENT : BOTH SHARE EXT-REFERENCE IN THE   *
000700*  AUDIT LOG, THE ORIGINAL UNDER ITS OWN CODE AND DATE, THE      *
000800*  REVERSAL UNDER "EX" AND EXT-DATE-EXTOURNE. EXT-COMPTE-DEST    *
000900*  IS ZERO UNLESS THE ORIGINAL WAS A TRANSFER ("VI").            *
001000*  EXT-MONTANT IS THE ORIGINAL AMOUNT, ALWAYS POSITIVE.          *
001100*  READ BY GL-BANQUE, RELEVES-BANQUE AND CONFORMITE-BANQUE TO    *
001200*  SHOW REVERSED PAIRS AS SUCH.                                  *
001300*****************************************************************
001400 01  WS-EXTOURNE-RECORD.
001500     05  EXT-REFERENCE             PIC X(10).
001600     05  EXT-DATE-EXTOURNE         PIC 9(08).
001700     05  EXT-DATE-ORIGINE          PIC 9(08).
001800     05  EXT-CODE-ORIGINE          PIC X(02).
001900     05  EXT-COMPTE                PIC 9(08).
002000     05  EXT-COMPTE-DEST           PIC 9(08).
002100     05  EXT-MONTANT-X             PIC X(12).
002200     05  EXT-MONTANT REDEFINES EXT-MONTANT-X
002300             SIGN IS LEADING SEPARATE CHARACTER
002400                                   PIC S9(9)V99.
