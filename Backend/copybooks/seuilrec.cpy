001300*    "JO"  ROLLING WINDOW LENGTH IN CALENDAR DAYS.               *
001400*  COUNTS AND DAYS ARE CARRIED IN THE INTEGER PART OF THE        *
001500*  AMOUNT PICTURE, LIKE THE OTHER PARAMETER FILES.               *
001510*  THE SAME CODE/VALUE LAYOUT CARRIES THE REVERSAL PARAMETER     *
001520*  FILE (EXTPARAM.TXT) READ BY TRAITEMENT-BANQUE :               *
001530*    "JM"  MAXIMUM AGE, IN CALENDAR DAYS, OF A MOVEMENT THAT     *
001540*          MAY STILL BE REVERSED ("EX").                         *
001541*  THE TELLER PARAMETER FILE (GUICHPAR.TXT) READ BY              *
001542*  GUICHET-BANQUE USES IT TOO :                                  *
001543*    "RS"  WITHDRAWAL AMOUNT ABOVE WHICH A SUPERVISOR OVERRIDE   *
001544*          IS REQUIRED ;                                         *
001545*    "SV"  ONE VALID SUPERVISOR OVERRIDE CODE PER LINE, UP TO    *
001546*          6 CHARACTERS, LEFT-JUSTIFIED IN SE-VALEUR-X.          *
001547*  THE ALERT PARAMETER FILE (ALERTPAR.TXT) READ BY               *
001548*  ALERTES-BANQUE USES IT TOO :                                  *
001549*    "GC"  CREDIT AMOUNT AT OR ABOVE WHICH THE CUSTOMER IS       *
001550*          ALERTED OF A LARGE CREDIT.                            *
001600*****************************************************************
001700 01  WS-SEUIL-PARAM-RECORD.
001800     05  SE-CODE                   PIC X(02).
