000100*****************************************************************
000200*  GUICHREC.CPY                                                  *
000300*  RECORD LAYOUTS FOR THE TELLER BATCH FILE (GUICHET.TXT),       *
000400*  APPENDED BY GUICHET-BANQUE AT THE COUNTER AND BALANCED EACH   *
000500*  NIGHT BY CAISSES-BANQUE. EVERY TELLER SESSION IS ONE BATCH,   *
000550*  APPENDED IN ONE PIECE WHEN THE SESSION CLOSES :               *
000600*    - "HDR" HEADER : PROCESSING DATE AND TELLER ID ;            *
000700*    - "OUV" OPENING CASH OF THE DRAWER, DECLARED BY THE TELLER  *
000800*      ON THE FIRST SESSION OF THE DAY ;                         *
000900*    - DETAIL LINES : A CASH DEPOSIT ("CR") OR WITHDRAWAL        *
001000*      ("DB") IN THE INPUT.TXT LAYOUT (TRANIN.CPY) IN THE FIRST  *
001100*      50 BYTES, REFERENCE "GU" + TELLER ID + THE TELLER'S       *
001150*      COUNTER OF THE DAY, FOLLOWED BY                           *
001200*      THE TELLER ID, THE TIME KEYED AND THE SUPERVISOR          *
001300*      OVERRIDE CODE OF A WITHDRAWAL ABOVE THE THRESHOLD         *
001400*      (SPACES OTHERWISE) ;                                      *
001500*    - "CPT" CASH COUNT DECLARED BY THE TELLER AT CLOSE OF DAY ; *
001600*    - "TRL" TRAILER : DETAIL RECORD COUNT AND HASH TOTAL OF     *
001700*      THE DETAIL AMOUNTS, AS ON INPUT.TXT.                      *
001800*  ALL RECORDS ARE 80 BYTES. A BATCH WITHOUT ITS TRAILER (A      *
001900*  SESSION CUT SHORT) OR WITH A WRONG TRAILER STOPS THE NIGHTLY  *
002000*  BALANCING STEP.                                               *
002100*****************************************************************
002200 01  WS-GUICHET-RECORD.
002300     05  GU-LIGNE-TRANSACTION      PIC X(50).
002400     05  GU-GUICHETIER             PIC X(04).
002500     05  GU-HEURE                  PIC 9(08).
002600     05  GU-DEROGATION             PIC X(06).
002700     05  FILLER                    PIC X(12).
002800
002900 01  WS-GUICHET-CONTROLE.
003000     05  GC-TYPE                   PIC X(03).
003100         88  GC-EN-TETE                VALUE "HDR".
003200         88  GC-OUVERTURE              VALUE "OUV".
003300         88  GC-COMPTAGE               VALUE "CPT".
003400         88  GC-FIN                    VALUE "TRL".
003500     05  GC-DATE                   PIC 9(08).
003600     05  GC-NOMBRE                 PIC 9(07).
003700     05  GC-MONTANT                PIC 9(11)V99.
003800     05  FILLER                    PIC X(19).
003900     05  GC-GUICHETIER             PIC X(04).
004000     05  GC-HEURE                  PIC 9(08).
004100     05  FILLER                    PIC X(18).
