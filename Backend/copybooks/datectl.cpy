000100*****************************************************************
000200*  DATECTL.CPY                                                  *
000300*  RECORD LAYOUT FOR THE PROCESSING-DATE CONTROL FILE            *
000400*  (DATETRT.CTL). EVERY BATCH PROGRAM TAKES ITS BUSINESS DATE    *
000500*  FROM DT-DATE-TRAITEMENT INSTEAD OF THE MACHINE CLOCK. THE     *
000600*  FILE IS ONLY REWRITTEN BY CALENDRIER-BANQUE, AT THE END OF A  *
000700*  CLEAN DAILY CYCLE ("J") OR OF THE MONTH-END JOB ("M"):        *
000800*  - DT-DATE-SUIVANTE IS THE NEXT BUSINESS DAY (WEEK-ENDS AND    *
000900*    THE DAYS OF FERIES.TXT SKIPPED),                            *
001000*  - DT-FIN-MOIS IS "O" WHEN THE PROCESSING DATE IS THE LAST     *
001100*    BUSINESS DAY OF ITS MONTH (MONTH-END DUE AFTER THE CYCLE),  *
001200*  - DT-ETAT IS "M" ONCE THAT DAY'S CYCLE HAS COMPLETED AND THE  *
001300*    MONTH-END JOB IS STILL PENDING, "O" OTHERWISE.              *
001400*****************************************************************
001500 01  WS-DATECTL-RECORD.
001600     05  DT-DATE-TRAITEMENT        PIC 9(08).
001700     05  DT-DATE-TRT-ECLATEE REDEFINES DT-DATE-TRAITEMENT.
001800         10  DT-TRT-ANNEE          PIC 9(04).
001900         10  DT-TRT-MOIS           PIC 9(02).
002000         10  DT-TRT-JOUR           PIC 9(02).
002100     05  DT-DATE-SUIVANTE          PIC 9(08).
002200     05  DT-FIN-MOIS               PIC X(01).
002300         88  DT-FIN-MOIS-OUI           VALUE "O".
002400     05  DT-ETAT                   PIC X(01).
002500         88  DT-ETAT-OUVERT            VALUE "O".
002600         88  DT-ETAT-FIN-MOIS-DUE      VALUE "M".
