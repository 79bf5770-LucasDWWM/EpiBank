000100*****************************************************************
000200*  FERIEREC.CPY                                                 *
000300*  RECORD LAYOUT FOR THE BANK-HOLIDAY CALENDAR (FERIES.TXT): ONE *
000400*  LINE PER NON-BUSINESS WEEKDAY, DATE FIRST. SATURDAYS AND      *
000500*  SUNDAYS ARE NEVER BUSINESS DAYS AND NEED NOT BE LISTED.       *
000600*****************************************************************
000700 01  WS-FERIE-RECORD.
000800     05  FER-DATE                  PIC 9(08).
000900     05  FILLER                    PIC X(01).
001000     05  FER-LIBELLE               PIC X(30).
