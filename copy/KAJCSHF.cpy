000010***************************************************************
000020*    KAJCSHF - OPERATOR SHIFT WINDOW RECORD                   *
000030*    THE DAYS AND HOURS AN OPERATOR MAY SIGN ON.  KEYED VSAM  *
000040*    FILE OPRSHF, KEY = SHF-OPERATOR-ID.  AN OPERATOR WITH NO *
000050*    RECORD HAS NO WINDOW AND MAY SIGN ON AT ANY TIME.        *
000060*    SHF-DAYS CARRIES ONE 'Y'/'N' PER WEEKDAY, MONDAY FIRST.  *
000070*    SHF-START-HHMM AND SHF-END-HHMM ARE 24-HOUR CLOCK TIMES; *
000080*    THE START MINUTE IS IN THE WINDOW AND THE END MINUTE IS  *
000090*    NOT.  AN END BEFORE THE START IS AN OVERNIGHT SHIFT -    *
000100*    THE HOURS AFTER MIDNIGHT BELONG TO THE DAY THE SHIFT     *
000110*    STARTED, SO THEY ARE ALLOWED WHEN THE PREVIOUS DAY IS.   *
000120*    SGONCOB REFUSES A SIGN-ON OUTSIDE THE WINDOW.            *
000130*    MAINTAINED FROM THE TRMMCOB ADMIN SCREEN, WHICH JOURNALS *
000140*    EVERY CHANGE TO AUDT.                                    *
000150*                                                             *
000160*    MODIFICATION HISTORY                                     *
000170*    DATE       INIT  DESCRIPTION                             *
000180*    --------   ----  ----------------------------------------*
000190*    10/15/26   JTM   ORIGINAL                                *
000200***************************************************************
000210 01  KAJCSHF-RECORD.
000220     02  SHF-OPERATOR-ID      PIC X(08).
000230     02  SHF-DAYS.
000240         05  SHF-DAY-FLAG     PIC X(01) OCCURS 7 TIMES.
000250     02  SHF-START-HHMM       PIC 9(04).
000260     02  SHF-END-HHMM         PIC 9(04).
000270     02  SHF-CHG-BY           PIC X(08).
000280     02  SHF-CHG-DATE         PIC S9(7) COMP-3.
000290     02  SHF-CHG-TIME         PIC S9(7) COMP-3.
000300     02  FILLER               PIC X(01).
