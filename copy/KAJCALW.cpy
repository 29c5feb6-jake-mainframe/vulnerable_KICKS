000010***************************************************************
000020*    KAJCALW - SECURITY ALERT ROLLING-WINDOW RECORD           *
000030*    ONE RECORD PER ALERT TYPE, SCOPE AND SUBJECT - E.G. THE  *
000040*    FAILED SIGN-ONS SEEN FROM TERMINAL T042, OR THE DENIED   *
000050*    OPTIONS KEYED BY OPERATOR JSMITH.  KEYED VSAM FILE       *
000060*    ALRTWN, KEY = AW-KEY.  AW-STAMP HOLDS THE MINUTE OF      *
000070*    EACH OCCURRENCE STILL INSIDE THE WINDOW (PARMFL KEY      *
000080*    ALRTMINS), OLDEST FIRST, AS A MINUTE NUMBER: DAYS SINCE  *
000090*    THE CENTURY (YEARS TIMES 365 PLUS THE DAY OF THE YEAR)   *
000100*    TIMES 1440 PLUS THE MINUTE OF THE DAY.  THE ALERT CHECK  *
000110*    (7000-7250 IN SGONCOB AND KAJCCOB) DROPS THE STAMPS      *
000120*    THAT HAVE AGED OUT, ADDS THE NEW ONE, AND RAISES AN      *
000130*    ALERT (COPY KAJCALR) WHEN AW-COUNT REACHES THE TYPE'S    *
000140*    THRESHOLD - THE WINDOW IS THEN EMPTIED, SO THE NEXT      *
000150*    ALERT NEEDS A FRESH RUN OF OCCURRENCES.  TEN STAMPS IS   *
000160*    THE MOST ANY THRESHOLD CAN ASK FOR.                      *
000170*                                                               *
000180*    MODIFICATION HISTORY                                     *
000190*    DATE       INIT  DESCRIPTION                             *
000200*    --------   ----  ----------------------------------------*
000210*    10/15/26   JTM   ORIGINAL                                *
000220***************************************************************
000230 01  KAJCALW-RECORD.
000240     02  AW-KEY.
000250         05  AW-TYPE          PIC X(01).
000260         05  AW-SCOPE         PIC X(01).
000270         05  AW-SUBJECT       PIC X(08).
000280     02  AW-COUNT             PIC S9(4) COMP.
000290     02  AW-STAMP             PIC S9(9) COMP-3
000300                              OCCURS 10 TIMES.
000310     02  AW-LAST-DATE         PIC S9(7) COMP-3.
000320     02  AW-LAST-TIME         PIC S9(7) COMP-3.
000330     02  FILLER               PIC X(10).
