000010 ID DIVISION.
000020 PROGRAM-ID.    FEEDCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    FEEDCOB - NIGHTLY OPERATOR CHANGE FEED (BADGE OFFICE / HR) *
000090*    TURNS THE OPERATOR MASTER CHANGES ON OPRHST (COPY KAJCHST) *
000100*    INTO THE FIXED-FORMAT DELTA FILE THE BADGE OFFICE AND HR   *
000110*    LOAD INTO THEIR OWN COPIES (DD OPRFEED, COPY KAJCFED) -    *
000120*    ADDS, AUTHORITY CHANGES, DEACTIVATIONS, REACTIVATIONS,     *
000130*    LOCKOUTS, NAME AND PRINT DESTINATION CHANGES, WHICHEVER    *
000140*    PROGRAM MADE THEM.  THE CHANGE TYPE COMES FROM COMPARING   *
000150*    THE BEFORE AND AFTER IMAGES; A CHANGE THAT TOUCHED NONE    *
000160*    OF THOSE FIELDS (A SIGN-ON STAMP, A FAILED-ATTEMPT COUNT,  *
000170*    A PASSWORD CHANGE) IS NOT SENT.  THE PASSWORD NEVER LEAVES *
000180*    THIS PROGRAM - THE IMAGES ARE READ FIELD BY FIELD, NEVER   *
000190*    PASSED ON WHOLE.                                           *
000200*                                                               *
000210*    HOW FAR THE FEED HAS GOT IS KEPT ON THE FEEDCTL CONTROL    *
000220*    RECORD (COPY KAJCFDC): EACH RUN SENDS THE CHANGES STAMPED  *
000230*    FROM THE LAST RUN'S HIGH-WATER MARK UP TO ITS OWN CUTOFF,  *
000240*    AND MOVES THE MARK ONLY ONCE THE FILE IS COMPLETE - SO A   *
000250*    RERUN RESENDS NOTHING THAT WENT OUT AND SKIPS NOTHING      *
000260*    THAT DID NOT.  THE CUTOFF IS THE START OF THE RUN LESS     *
000270*    FE-SETTLE-SECS: THE ONLINE PROGRAMS STAMP HISTORY WITH     *
000280*    THE TIME THEIR TASK STARTED, SO A CHANGE STILL IN FLIGHT   *
000290*    WHEN THE RUN STARTS CARRIES AN EARLIER STAMP THAN ITS      *
000300*    WRITE - HOLDING BACK THE LAST FEW MINUTES LETS IT LAND     *
000310*    BEFORE ITS WINDOW IS READ.                                 *
000320*                                                               *
000330*    A FULL REFRESH (EVERY OPERATOR ON THE OPERTOR MASTER,      *
000340*    CHANGE TYPE FULL) IS SENT INSTEAD OF THE DELTA WHEN THE    *
000350*    RECEIVERS ASK FOR ONE - AN ADMIN SETS PARMFL KEY FEEDFULL  *
000360*    NON-ZERO ON THE PARMCOB SCREEN, AND THIS JOB SETS IT BACK  *
000370*    TO ZERO ONCE THE FILE IS WRITTEN - AND ON THE VERY FIRST   *
000380*    RUN, WHEN THERE IS NO CONTROL RECORD YET.  IT MOVES THE    *
000390*    HIGH-WATER MARK THE SAME AS A DELTA, SO THE NEXT NIGHT'S   *
000400*    DELTA CARRIES ON FROM THE FULL FILE.                       *
000410*                                                               *
000420*    RUNS AS STEP 11 OF THE NIGHTLY STREAM, AFTER JRNLCOB -     *
000430*    BY THEN RECNCOB HAS WRITTEN THE NIGHT'S BATCH              *
000440*    DEACTIVATIONS TO OPRHST.                                   *
000450*                                                               *
000460*    MODIFICATION HISTORY                                       *
000470*    DATE       INIT  DESCRIPTION                               *
000480*    --------   ----  ----------------------------------------- *
000490*    10/15/26   JTM   ORIGINAL                                  *
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT HIST-FILE ASSIGN TO OPRHST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS HST-KEY
000600         FILE STATUS IS FE-HIST-STATUS.
000610     SELECT OPER-FILE ASSIGN TO OPERTOR
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS OPT-OPERATOR-ID
000650         FILE STATUS IS FE-OPER-STATUS.
000660     SELECT FEED-FILE ASSIGN TO OPRFEED
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS FE-FEED-STATUS.
000690     SELECT FCTL-FILE ASSIGN TO FEEDCTL
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS FDC-FEED-ID
000730         FILE STATUS IS FE-FCTL-STATUS.
000740     SELECT PARM-FILE ASSIGN TO PARMFL
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS PRM-KEY
000780         FILE STATUS IS FE-PARM-STATUS.
000790     SELECT SORT-FILE ASSIGN TO SORTWK01.
000800     SELECT RUN-FILE  ASSIGN TO RUNCTL
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS RUN-KEY
000840         FILE STATUS IS FE-RUNC-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  HIST-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY KAJCHST.
000900 FD  OPER-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY KAJCOPT.
000930 FD  FEED-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY KAJCFED.
000970 FD  FCTL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY KAJCFDC.
001000 FD  PARM-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY KAJCPRM.
001030*                                                               *
001040*    THE SORT PUTS THE WINDOW'S CHANGES INTO THE ORDER THEY     *
001050*    HAPPENED (OPRHST ITSELF IS KEYED BY OPERATOR FIRST); THE   *
001060*    DETAIL RECORD RIDES ALONG READY-BUILT.                     *
001070*                                                               *
001080 SD  SORT-FILE.
001090 01  SORT-RECORD.
001100     05  SRT-DATE            PIC 9(07).
001110     05  SRT-TIME            PIC 9(07).
001120     05  SRT-OPERATOR-ID     PIC X(08).
001130     05  SRT-SEQ             PIC 9(02).
001140     05  SRT-DETAIL          PIC X(100).
001150 FD  RUN-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY KAJCRUN.
001180 WORKING-STORAGE SECTION.
001190 77  FE-HIST-STATUS      PIC X(02) VALUE '00'.
001200 77  FE-OPER-STATUS      PIC X(02) VALUE '00'.
001210 77  FE-FEED-STATUS      PIC X(02) VALUE '00'.
001220 77  FE-FCTL-STATUS      PIC X(02) VALUE '00'.
001230 77  FE-PARM-STATUS      PIC X(02) VALUE '00'.
001240 77  FE-HIST-EOF-SW      PIC X(01) VALUE 'N'.
001250     88  FE-HIST-AT-END      VALUE 'Y'.
001260 77  FE-OPER-EOF-SW      PIC X(01) VALUE 'N'.
001270     88  FE-OPER-AT-END      VALUE 'Y'.
001280 77  FE-SORT-EOF-SW      PIC X(01) VALUE 'N'.
001290     88  FE-SORT-AT-END      VALUE 'Y'.
001300 77  FE-FULL-SW          PIC X(01) VALUE 'N'.
001310     88  FE-FULL-REFRESH     VALUE 'Y'.
001320 77  FE-FULL-REQ-SW      PIC X(01) VALUE 'N'.
001330     88  FE-FULL-REQUESTED   VALUE 'Y'.
001340 77  FE-FCTL-FOUND-SW    PIC X(01) VALUE 'N'.
001350     88  FE-FCTL-FOUND       VALUE 'Y'.
001360 77  FE-FEED-ID          PIC X(08) VALUE 'OPRFEED'.
001370 77  FE-FILE-SEQ         PIC 9(07) VALUE ZERO.
001380 77  FE-READ-COUNT       PIC 9(07) VALUE ZERO.
001390 77  FE-WINDOW-COUNT     PIC 9(07) VALUE ZERO.
001400 77  FE-SENT-COUNT       PIC 9(07) VALUE ZERO.
001410 77  FE-SKIP-COUNT       PIC 9(07) VALUE ZERO.
001420 77  FE-CONTROL-TOTAL    PIC 9(15) VALUE ZERO.
001430*                                                               *
001440*    THE WINDOW THIS RUN SENDS: FROM THE LAST RUN'S HIGH-WATER  *
001450*    MARK (INCLUSIVE) TO THIS RUN'S CUTOFF (EXCLUSIVE), AS      *
001460*    0CYYDDD0HHMMSS STAMPS SO ONE COMPARE ORDERS DATE AND TIME. *
001470*    THE CUTOFF IS THE CLOCK LESS FE-SETTLE-SECS (SEE HEADER).  *
001480*                                                               *
001490 77  FE-SETTLE-SECS      PIC S9(8) COMP VALUE 300.
001500 77  FE-FROM-DATE        PIC 9(07) VALUE ZERO.
001510 77  FE-FROM-TIME        PIC 9(07) VALUE ZERO.
001520 77  FE-CUT-DATE         PIC 9(07) VALUE ZERO.
001530 77  FE-CUT-TIME         PIC 9(07) VALUE ZERO.
001540 77  FE-FROM-STAMP       PIC 9(14) VALUE ZERO.
001550 77  FE-CUT-STAMP        PIC 9(14) VALUE ZERO.
001560 77  FE-REC-STAMP        PIC 9(14) VALUE ZERO.
001570 77  FE-CUT-CYY          PIC S9(4) COMP VALUE 0.
001580 77  FE-CUT-DDD          PIC S9(4) COMP VALUE 0.
001590 77  FE-LEAP-QUOT        PIC S9(4) COMP VALUE 0.
001600 77  FE-LEAP-REM         PIC S9(4) COMP VALUE 0.
001610 77  FE-HH               PIC S9(4) COMP VALUE 0.
001620 77  FE-MM               PIC S9(4) COMP VALUE 0.
001630 77  FE-SS               PIC S9(4) COMP VALUE 0.
001640 77  FE-MMSS             PIC S9(8) COMP VALUE 0.
001650 77  FE-DAY-SECS         PIC S9(8) COMP VALUE 0.
001660*                                                               *
001670*    THE LAST HISTORY RECORD SENT - CARRIED TO THE CONTROL      *
001680*    RECORD WHEN THE FILE IS COMPLETE.                          *
001690*                                                               *
001700 01  FE-LAST-KEY.
001710     05  FE-LAST-OPERATOR    PIC X(08) VALUE SPACES.
001720     05  FE-LAST-DATE        PIC 9(07) VALUE ZERO.
001730     05  FE-LAST-TIME        PIC 9(07) VALUE ZERO.
001740     05  FE-LAST-SEQ         PIC 9(02) VALUE ZERO.
001750*                                                               *
001760*    THE TRAILER'S COUNTS BY CHANGE TYPE (OTHER IS NAME, DEST   *
001770*    AND FULL).                                                 *
001780*                                                               *
001790 01  FE-TYPE-COUNTS.
001800     05  FE-ADD-COUNT        PIC 9(07) VALUE ZERO.
001810     05  FE-LOCK-COUNT       PIC 9(07) VALUE ZERO.
001820     05  FE-DEAC-COUNT       PIC 9(07) VALUE ZERO.
001830     05  FE-REAC-COUNT       PIC 9(07) VALUE ZERO.
001840     05  FE-AUTH-COUNT       PIC 9(07) VALUE ZERO.
001850     05  FE-OTHER-COUNT      PIC 9(07) VALUE ZERO.
001860*                                                               *
001870*    THE BEFORE AND AFTER IMAGES OF ONE HISTORY RECORD, LAID    *
001880*    OUT AS OPERATOR MASTER RECORDS SO THEY CAN BE COMPARED     *
001890*    FIELD BY FIELD.                                            *
001900*                                                               *
001910 COPY KAJCOPT REPLACING ==KAJCOPT-RECORD== BY ==FE-BEFORE==
001920                        LEADING ==OPT-== BY ==FB-==.
001930 COPY KAJCOPT REPLACING ==KAJCOPT-RECORD== BY ==FE-AFTER==
001940                        LEADING ==OPT-== BY ==FA-==.
001950*                                                               *
001960*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
001970*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
001980*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
001990*                                                               *
002000 77  FE-RUNC-STATUS      PIC X(02) VALUE '00'.
002010 77  FE-RUN-JOB          PIC X(08) VALUE 'FEEDCOB'.
002020 77  FE-RUN-STEP         PIC 9(02) VALUE 11.
002030 77  FE-PRED-JOB         PIC X(08) VALUE 'JRNLCOB'.
002040 77  FE-PRED-STEP        PIC 9(02) VALUE 10.
002050 77  FE-BUS-DATE         PIC 9(07) VALUE ZERO.
002060 77  FE-CLOCK-DAY        PIC 9(05) VALUE ZERO.
002070 77  FE-CLOCK-DATE       PIC 9(07) VALUE ZERO.
002080 77  FE-CLOCK-TIME       PIC 9(08) VALUE ZERO.
002090 77  FE-CLOCK-HMS        PIC 9(07) VALUE ZERO.
002100 77  FE-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
002110     88  FE-RUN-FOUND        VALUE 'Y'.
002120 77  FE-RUN-REG-SW       PIC X(01) VALUE 'N'.
002130     88  FE-RUN-REGISTERED   VALUE 'Y'.
002140 PROCEDURE DIVISION.
002150*                                                               *
002160*    0000-MAINLINE - HEADER, THE DELTA (SORTED BY WHEN IT       *
002170*    HAPPENED) OR THE FULL REFRESH, TRAILER; THEN, WITH THE     *
002180*    FILE COMPLETE, MOVE THE HIGH-WATER MARK.                   *
002190*                                                               *
002200 0000-MAINLINE.
002210     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     PERFORM 1500-WRITE-HEADER THRU 1500-EXIT.
002240     IF FE-FULL-REFRESH
002250         PERFORM 3000-FULL-REFRESH THRU 3000-EXIT
002260     ELSE
002270         SORT SORT-FILE
002280             ON ASCENDING KEY SRT-DATE SRT-TIME
002290                              SRT-OPERATOR-ID SRT-SEQ
002300             INPUT PROCEDURE IS 2000-INPUT-PHASE THRU 2000-EXIT
002310             OUTPUT PROCEDURE IS 2500-OUTPUT-PHASE THRU 2500-EXIT
002320     END-IF.
002330     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
002340     CLOSE FEED-FILE.
002350     PERFORM 5000-UPDATE-CONTROL THRU 5000-EXIT.
002360     IF FE-FULL-REQUESTED
002370         PERFORM 5100-CLEAR-FULL-REQUEST THRU 5100-EXIT
002380     END-IF.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
002410     STOP RUN.
002420*                                                               *
002430*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
002440*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
002450*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
002460*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
002470*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
002480*                                                               *
002490 0500-CHECK-RUN-CONTROL.
002500     OPEN I-O RUN-FILE.
002510     IF FE-RUNC-STATUS NOT = '00'
002520         GO TO 9950-RUN-IO-ERROR
002530     END-IF.
002540     MOVE ZERO TO RUN-DATE.
002550     MOVE ZERO TO RUN-STEP.
002560     READ RUN-FILE.
002570     EVALUATE FE-RUNC-STATUS
002580         WHEN '00'
002590             CONTINUE
002600         WHEN '23'
002610             DISPLAY 'FEEDCOB - STREAM NOT OPENED - '
002620                 'BALNCOB HAS NOT RUN'
002630             GO TO 0590-REFUSE-RUN
002640         WHEN OTHER
002650             GO TO 9950-RUN-IO-ERROR
002660     END-EVALUATE.
002670     MOVE RUN-CTL-BUS-DATE TO FE-BUS-DATE.
002680     MOVE FE-BUS-DATE  TO RUN-DATE.
002690     MOVE FE-PRED-STEP TO RUN-STEP.
002700     READ RUN-FILE.
002710     EVALUATE FE-RUNC-STATUS
002720         WHEN '00'
002730             CONTINUE
002740         WHEN '23'
002750             DISPLAY 'FEEDCOB - ' FE-PRED-JOB
002760                 ' HAS NOT RUN FOR ' FE-BUS-DATE
002770             GO TO 0590-REFUSE-RUN
002780         WHEN OTHER
002790             GO TO 9950-RUN-IO-ERROR
002800     END-EVALUATE.
002810     IF NOT RUN-ENDED-CLEAN
002820         DISPLAY 'FEEDCOB - ' FE-PRED-JOB
002830             ' DID NOT END CLEAN FOR ' FE-BUS-DATE
002840         GO TO 0590-REFUSE-RUN
002850     END-IF.
002860     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
002870     CLOSE RUN-FILE.
002880 0500-EXIT.
002890     EXIT.
002900*                                                               *
002910*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
002920*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
002930*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
002940*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
002950*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
002960*                                                               *
002970 0550-REGISTER-START.
002980     MOVE FE-BUS-DATE TO RUN-DATE.
002990     MOVE FE-RUN-STEP TO RUN-STEP.
003000     MOVE 'N' TO FE-RUN-FOUND-SW.
003010     READ RUN-FILE.
003020     EVALUATE FE-RUNC-STATUS
003030         WHEN '00'
003040             MOVE 'Y' TO FE-RUN-FOUND-SW
003050         WHEN '23'
003060             MOVE SPACES TO KAJCRUN-RECORD
003070             MOVE FE-BUS-DATE TO RUN-DATE
003080             MOVE FE-RUN-STEP TO RUN-STEP
003090             MOVE ZERO TO RUN-ATTEMPTS
003100             MOVE ZERO TO RUN-ACT-DATE
003110             MOVE ZERO TO RUN-ACT-TIME
003120         WHEN OTHER
003130             GO TO 9950-RUN-IO-ERROR
003140     END-EVALUATE.
003150     IF FE-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
003160         DISPLAY 'FEEDCOB - ALREADY ENDED CLEAN FOR ' FE-BUS-DATE
003170             ' - NO RERUN AUTHORIZED'
003180         GO TO 0590-REFUSE-RUN
003190     END-IF.
003200     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
003210     MOVE FE-RUN-JOB    TO RUN-JOB.
003220     MOVE 'S'           TO RUN-STATUS.
003230     MOVE FE-CLOCK-DATE TO RUN-START-DATE.
003240     MOVE FE-CLOCK-HMS  TO RUN-START-TIME.
003250     MOVE ZERO          TO RUN-END-DATE.
003260     MOVE ZERO          TO RUN-END-TIME.
003270     MOVE ZERO          TO RUN-RC.
003280     MOVE 'SENT    '    TO RUN-COUNT-LABEL (1).
003290     MOVE 'SKIPPED '    TO RUN-COUNT-LABEL (2).
003300     MOVE ZERO          TO RUN-COUNT (1).
003310     MOVE ZERO          TO RUN-COUNT (2).
003320     MOVE 'N'           TO RUN-RERUN-FLAG.
003330     IF RUN-ATTEMPTS < 99
003340         ADD 1 TO RUN-ATTEMPTS
003350     END-IF.
003360     IF FE-RUN-FOUND
003370         REWRITE KAJCRUN-RECORD
003380     ELSE
003390         WRITE KAJCRUN-RECORD
003400     END-IF.
003410     IF FE-RUNC-STATUS NOT = '00'
003420         GO TO 9950-RUN-IO-ERROR
003430     END-IF.
003440     MOVE 'Y' TO FE-RUN-REG-SW.
003450 0550-EXIT.
003460     EXIT.
003470*                                                               *
003480*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
003490*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
003500*    THE SAME AS THE JOURNAL.                                   *
003510*                                                               *
003520 0560-READ-CLOCK.
003530     ACCEPT FE-CLOCK-DAY FROM DAY.
003540     ADD 100000 FE-CLOCK-DAY GIVING FE-CLOCK-DATE.
003550     ACCEPT FE-CLOCK-TIME FROM TIME.
003560     DIVIDE FE-CLOCK-TIME BY 100 GIVING FE-CLOCK-HMS.
003570 0560-EXIT.
003580     EXIT.
003590*                                                               *
003600*    0570-SET-CUTOFF - THE CLOCK LESS FE-SETTLE-SECS, BORROWING *
003610*    A DAY WHEN THE RUN STARTS IN THE FIRST FEW MINUTES AFTER   *
003620*    MIDNIGHT.                                                  *
003630*                                                               *
003640 0570-SET-CUTOFF.
003650     DIVIDE FE-CLOCK-HMS BY 10000 GIVING FE-HH REMAINDER FE-MMSS.
003660     DIVIDE FE-MMSS BY 100 GIVING FE-MM REMAINDER FE-SS.
003670     COMPUTE FE-DAY-SECS =
003680         FE-HH * 3600 + FE-MM * 60 + FE-SS - FE-SETTLE-SECS.
003690     MOVE FE-CLOCK-DATE TO FE-CUT-DATE.
003700     IF FE-DAY-SECS < 0
003710         ADD 86400 TO FE-DAY-SECS
003720         PERFORM 0580-PREVIOUS-DAY THRU 0580-EXIT
003730     END-IF.
003740     DIVIDE FE-DAY-SECS BY 3600 GIVING FE-HH REMAINDER FE-MMSS.
003750     DIVIDE FE-MMSS BY 60 GIVING FE-MM REMAINDER FE-SS.
003760     COMPUTE FE-CUT-TIME = FE-HH * 10000 + FE-MM * 100 + FE-SS.
003770     COMPUTE FE-CUT-STAMP =
003780         FE-CUT-DATE * 10000000 + FE-CUT-TIME.
003790 0570-EXIT.
003800     EXIT.
003810*                                                               *
003820*    0580-PREVIOUS-DAY - DAY 001 GOES BACK TO THE LAST DAY OF   *
003830*    THE YEAR BEFORE (366 WHEN IT WAS A LEAP YEAR - CYY MOD 4   *
003840*    IS THE SAME AS THE YEAR'S).                                *
003850*                                                               *
003860 0580-PREVIOUS-DAY.
003870     DIVIDE FE-CUT-DATE BY 1000
003880         GIVING FE-CUT-CYY REMAINDER FE-CUT-DDD.
003890     IF FE-CUT-DDD > 1
003900         SUBTRACT 1 FROM FE-CUT-DATE
003910         GO TO 0580-EXIT
003920     END-IF.
003930     SUBTRACT 1 FROM FE-CUT-CYY.
003940     DIVIDE FE-CUT-CYY BY 4
003950         GIVING FE-LEAP-QUOT REMAINDER FE-LEAP-REM.
003960     IF FE-LEAP-REM = 0
003970         MOVE 366 TO FE-CUT-DDD
003980     ELSE
003990         MOVE 365 TO FE-CUT-DDD
004000     END-IF.
004010     COMPUTE FE-CUT-DATE = FE-CUT-CYY * 1000 + FE-CUT-DDD.
004020 0580-EXIT.
004030     EXIT.
004040*                                                               *
004050*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
004060*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
004070*                                                               *
004080 0590-REFUSE-RUN.
004090     DISPLAY 'FEEDCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
004100     CLOSE RUN-FILE.
004110     MOVE 12 TO RETURN-CODE.
004120     STOP RUN.
004130*                                                               *
004140*    1000-INITIALIZE - THE CUTOFF, WHERE THE LAST RUN LEFT OFF, *
004150*    AND WHETHER TONIGHT IS A DELTA OR A FULL REFRESH.  A       *
004160*    CONTROL FILE THAT HAS NEVER BEEN WRITTEN (STATUS 35) IS    *
004170*    CREATED; WITH NO CONTROL RECORD THE FEED HAS NEVER RUN     *
004180*    AND THE FIRST FILE IS A FULL REFRESH.                      *
004190*                                                               *
004200 1000-INITIALIZE.
004210     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
004220     PERFORM 0570-SET-CUTOFF THRU 0570-EXIT.
004230     MOVE 'Y' TO FE-FULL-SW.
004240     MOVE 1   TO FE-FILE-SEQ.
004250     OPEN I-O FCTL-FILE.
004260     IF FE-FCTL-STATUS = '35'
004270         OPEN OUTPUT FCTL-FILE
004280         IF FE-FCTL-STATUS NOT = '00'
004290             GO TO 9820-FCTL-IO-ERROR
004300         END-IF
004310         GO TO 1000-STAMPS
004320     END-IF.
004330     IF FE-FCTL-STATUS NOT = '00'
004340         GO TO 9820-FCTL-IO-ERROR
004350     END-IF.
004360     MOVE FE-FEED-ID TO FDC-FEED-ID.
004370     READ FCTL-FILE.
004380     EVALUATE FE-FCTL-STATUS
004390         WHEN '00'
004400             MOVE 'Y'             TO FE-FCTL-FOUND-SW
004410             MOVE 'N'             TO FE-FULL-SW
004420             MOVE FDC-HIGH-DATE   TO FE-FROM-DATE
004430             MOVE FDC-HIGH-TIME   TO FE-FROM-TIME
004440             MOVE FDC-LAST-KEY    TO FE-LAST-KEY
004450             ADD 1 FDC-FILE-SEQ GIVING FE-FILE-SEQ
004460         WHEN '23'
004470             CONTINUE
004480         WHEN OTHER
004490             GO TO 9820-FCTL-IO-ERROR
004500     END-EVALUATE.
004510 1000-STAMPS.
004520     COMPUTE FE-FROM-STAMP =
004530         FE-FROM-DATE * 10000000 + FE-FROM-TIME.
004540     PERFORM 1200-GET-PARAMETERS THRU 1200-EXIT.
004550     IF FE-FULL-REQUESTED
004560         MOVE 'Y' TO FE-FULL-SW
004570     END-IF.
004580     OPEN OUTPUT FEED-FILE.
004590     IF FE-FEED-STATUS NOT = '00'
004600         GO TO 9830-FEED-IO-ERROR
004610     END-IF.
004620 1000-EXIT.
004630     EXIT.
004640*                                                               *
004650*    1200-GET-PARAMETERS - A FULL REFRESH ASKED FOR ON PARMFL   *
004660*    (KEY FEEDFULL NON-ZERO).  ANY TROUBLE READING IT MEANS NO  *
004670*    REQUEST - THE DELTA STILL GOES OUT, AND THE REQUEST (IF    *
004680*    THERE IS ONE) IS HONOURED THE NEXT NIGHT.                  *
004690*                                                               *
004700 1200-GET-PARAMETERS.
004710     OPEN INPUT PARM-FILE.
004720     IF FE-PARM-STATUS NOT = '00'
004730         DISPLAY 'FEEDCOB - PARAMETER FILE NOT AVAILABLE, STATUS '
004740             FE-PARM-STATUS ' - NO FULL REFRESH CHECK'
004750         GO TO 1200-EXIT
004760     END-IF.
004770     MOVE 'FEEDFULL' TO PRM-KEY.
004780     READ PARM-FILE.
004790     IF FE-PARM-STATUS = '00'
004800         AND PRM-VALUE > 0
004810         MOVE 'Y' TO FE-FULL-REQ-SW
004820     END-IF.
004830     CLOSE PARM-FILE.
004840 1200-EXIT.
004850     EXIT.
004860*                                                               *
004870*    1500-WRITE-HEADER - A DELTA'S WINDOW RUNS FROM THE LAST    *
004880*    HIGH-WATER MARK TO TONIGHT'S CUTOFF; A FULL REFRESH HAS NO *
004890*    FROM STAMP AND IS AS OF THE CUTOFF.                        *
004900*                                                               *
004910 1500-WRITE-HEADER.
004920     MOVE SPACES         TO KAJCFED-RECORD.
004930     MOVE 'H'            TO FED-REC-TYPE.
004940     MOVE FE-FEED-ID     TO FED-H-FEED-ID.
004950     MOVE FE-FILE-SEQ    TO FED-H-FILE-SEQ.
004960     MOVE FE-BUS-DATE    TO FED-H-BUS-DATE.
004970     MOVE FE-CLOCK-DATE  TO FED-H-RUN-DATE.
004980     MOVE FE-CLOCK-HMS   TO FED-H-RUN-TIME.
004990     IF FE-FULL-REFRESH
005000         MOVE 'F'        TO FED-H-FILE-TYPE
005010         MOVE ZERO       TO FED-H-FROM-DATE
005020         MOVE ZERO       TO FED-H-FROM-TIME
005030     ELSE
005040         MOVE 'D'        TO FED-H-FILE-TYPE
005050         MOVE FE-FROM-DATE TO FED-H-FROM-DATE
005060         MOVE FE-FROM-TIME TO FED-H-FROM-TIME
005070     END-IF.
005080     MOVE FE-CUT-DATE    TO FED-H-TO-DATE.
005090     MOVE FE-CUT-TIME    TO FED-H-TO-TIME.
005100     WRITE KAJCFED-RECORD.
005110     IF FE-FEED-STATUS NOT = '00'
005120         GO TO 9830-FEED-IO-ERROR
005130     END-IF.
005140 1500-EXIT.
005150     EXIT.
005160*                                                               *
005170*    2000/2100 - SORT INPUT PHASE.  THE WHOLE HISTORY FILE IS   *
005180*    READ (IT IS KEYED BY OPERATOR, SO THE WINDOW IS SCATTERED  *
005190*    THROUGH IT); EACH CHANGE STAMPED INSIDE THE WINDOW THAT    *
005200*    TOUCHED A FIELD THE RECEIVERS CARRY IS RELEASED WITH ITS   *
005210*    DETAIL RECORD BUILT.                                       *
005220*                                                               *
005230 2000-INPUT-PHASE.
005240     OPEN INPUT HIST-FILE.
005250     IF FE-HIST-STATUS NOT = '00'
005260         GO TO 9800-HIST-IO-ERROR
005270     END-IF.
005280     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
005290     PERFORM 2100-SELECT-ONE-CHANGE THRU 2100-EXIT
005300         UNTIL FE-HIST-AT-END.
005310     CLOSE HIST-FILE.
005320 2000-EXIT.
005330     EXIT.
005340 2100-SELECT-ONE-CHANGE.
005350     COMPUTE FE-REC-STAMP = HST-DATE * 10000000 + HST-TIME.
005360     IF FE-REC-STAMP < FE-FROM-STAMP
005370         OR FE-REC-STAMP NOT < FE-CUT-STAMP
005380         GO TO 2100-NEXT
005390     END-IF.
005400     ADD 1 TO FE-WINDOW-COUNT.
005410     PERFORM 2300-BUILD-CHANGE-DETAIL THRU 2300-EXIT.
005420     IF FED-D-CHANGE = SPACES
005430         ADD 1 TO FE-SKIP-COUNT
005440         GO TO 2100-NEXT
005450     END-IF.
005460     MOVE HST-DATE        TO SRT-DATE.
005470     MOVE HST-TIME        TO SRT-TIME.
005480     MOVE HST-OPERATOR-ID TO SRT-OPERATOR-ID.
005490     MOVE HST-SEQ         TO SRT-SEQ.
005500     MOVE KAJCFED-RECORD  TO SRT-DETAIL.
005510     RELEASE SORT-RECORD.
005520 2100-NEXT.
005530     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
005540 2100-EXIT.
005550     EXIT.
005560 2200-READ-HISTORY.
005570     READ HIST-FILE
005580         AT END
005590             MOVE 'Y' TO FE-HIST-EOF-SW
005600             GO TO 2200-EXIT
005610     END-READ.
005620     IF FE-HIST-STATUS NOT = '00'
005630         GO TO 9800-HIST-IO-ERROR
005640     END-IF.
005650     ADD 1 TO FE-READ-COUNT.
005660 2200-EXIT.
005670     EXIT.
005680*                                                               *
005690*    2300-BUILD-CHANGE-DETAIL - THE CHANGE TYPE IS THE FIRST    *
005700*    OF THESE THAT APPLIES (SEE KAJCFED): NO BEFORE IMAGE IS AN *
005710*    ADD; THEN A MOVE INTO LOCKED, INACTIVE OR ACTIVE; THEN     *
005720*    AUTHORITY, NAME AND PRINT DESTINATION.  NONE OF THEM       *
005730*    LEAVES FED-D-CHANGE BLANK AND THE CHANGE IS NOT SENT.      *
005740*                                                               *
005750 2300-BUILD-CHANGE-DETAIL.
005760     MOVE HST-BEFORE TO FE-BEFORE.
005770     MOVE HST-AFTER  TO FE-AFTER.
005780     MOVE SPACES     TO KAJCFED-RECORD.
005790     MOVE 'D'        TO FED-REC-TYPE.
005800     EVALUATE TRUE
005810         WHEN HST-BEFORE = LOW-VALUES
005820             MOVE 'ADD '  TO FED-D-CHANGE
005830         WHEN FA-IS-LOCKED AND NOT FB-IS-LOCKED
005840             MOVE 'LOCK'  TO FED-D-CHANGE
005850         WHEN FA-IS-INACTIVE AND NOT FB-IS-INACTIVE
005860             MOVE 'DEAC'  TO FED-D-CHANGE
005870         WHEN FA-IS-ACTIVE AND NOT FB-IS-ACTIVE
005880             MOVE 'REAC'  TO FED-D-CHANGE
005890         WHEN FA-AUTHORITY NOT = FB-AUTHORITY
005900             MOVE 'AUTH'  TO FED-D-CHANGE
005910         WHEN FA-OPERATOR-NAME NOT = FB-OPERATOR-NAME
005920             MOVE 'NAME'  TO FED-D-CHANGE
005930         WHEN FA-PRINT-DEST NOT = FB-PRINT-DEST
005940             MOVE 'DEST'  TO FED-D-CHANGE
005950         WHEN OTHER
005960             GO TO 2300-EXIT
005970     END-EVALUATE.
005980     MOVE HST-OPERATOR-ID  TO FED-D-OPERATOR-ID.
005990     MOVE FA-OPERATOR-NAME TO FED-D-NAME.
006000     IF HST-BEFORE NOT = LOW-VALUES
006010         MOVE FB-AUTHORITY   TO FED-D-AUTH-BEFORE
006020         MOVE FB-ACTIVE-FLAG TO FED-D-STAT-BEFORE
006030     END-IF.
006040     MOVE FA-AUTHORITY     TO FED-D-AUTH-AFTER.
006050     MOVE FA-ACTIVE-FLAG   TO FED-D-STAT-AFTER.
006060     MOVE FA-PRINT-DEST    TO FED-D-PRINT-DEST.
006070     MOVE HST-DATE         TO FED-D-CHG-DATE.
006080     MOVE HST-TIME         TO FED-D-CHG-TIME.
006090     MOVE HST-SEQ          TO FED-D-HST-SEQ.
006100     MOVE HST-PROGRAM-ID   TO FED-D-PROGRAM-ID.
006110     MOVE HST-USER-ID      TO FED-D-CHANGED-BY.
006120 2300-EXIT.
006130     EXIT.
006140*                                                               *
006150*    2500/2600 - SORT OUTPUT PHASE.  THE DETAILS GO OUT OLDEST  *
006160*    FIRST; THE LAST ONE WRITTEN IS THE LAST HISTORY KEY SENT.  *
006170*                                                               *
006180 2500-OUTPUT-PHASE.
006190     PERFORM 2700-RETURN-SORTED THRU 2700-EXIT.
006200     PERFORM 2600-WRITE-ONE-CHANGE THRU 2600-EXIT
006210         UNTIL FE-SORT-AT-END.
006220 2500-EXIT.
006230     EXIT.
006240 2600-WRITE-ONE-CHANGE.
006250     MOVE SRT-DETAIL TO KAJCFED-RECORD.
006260     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
006270     MOVE SRT-OPERATOR-ID TO FE-LAST-OPERATOR.
006280     MOVE SRT-DATE        TO FE-LAST-DATE.
006290     MOVE SRT-TIME        TO FE-LAST-TIME.
006300     MOVE SRT-SEQ         TO FE-LAST-SEQ.
006310     PERFORM 2700-RETURN-SORTED THRU 2700-EXIT.
006320 2600-EXIT.
006330     EXIT.
006340 2700-RETURN-SORTED.
006350     RETURN SORT-FILE
006360         AT END
006370             MOVE 'Y' TO FE-SORT-EOF-SW
006380     END-RETURN.
006390 2700-EXIT.
006400     EXIT.
006410*                                                               *
006420*    3000/3100 - FULL REFRESH.  EVERY OPERATOR ON THE MASTER,   *
006430*    IN KEY ORDER, AS A FULL IMAGE STAMPED WITH THE CUTOFF.     *
006440*    THERE IS NO BEFORE IMAGE; THE PASSWORD AND SIGN-ON FIELDS  *
006450*    ARE LEFT BEHIND AS THEY ARE FOR A DELTA.                   *
006460*                                                               *
006470 3000-FULL-REFRESH.
006480     OPEN INPUT OPER-FILE.
006490     IF FE-OPER-STATUS NOT = '00'
006500         GO TO 9810-OPER-IO-ERROR
006510     END-IF.
006520     PERFORM 3200-READ-OPERATOR THRU 3200-EXIT.
006530     PERFORM 3100-SEND-ONE-OPERATOR THRU 3100-EXIT
006540         UNTIL FE-OPER-AT-END.
006550     CLOSE OPER-FILE.
006560 3000-EXIT.
006570     EXIT.
006580 3100-SEND-ONE-OPERATOR.
006590     MOVE SPACES            TO KAJCFED-RECORD.
006600     MOVE 'D'               TO FED-REC-TYPE.
006610     MOVE 'FULL'            TO FED-D-CHANGE.
006620     MOVE OPT-OPERATOR-ID   TO FED-D-OPERATOR-ID.
006630     MOVE OPT-OPERATOR-NAME TO FED-D-NAME.
006640     MOVE OPT-AUTHORITY     TO FED-D-AUTH-AFTER.
006650     MOVE OPT-ACTIVE-FLAG   TO FED-D-STAT-AFTER.
006660     MOVE OPT-PRINT-DEST    TO FED-D-PRINT-DEST.
006670     MOVE FE-CUT-DATE       TO FED-D-CHG-DATE.
006680     MOVE FE-CUT-TIME       TO FED-D-CHG-TIME.
006690     MOVE ZERO              TO FED-D-HST-SEQ.
006700     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
006710     PERFORM 3200-READ-OPERATOR THRU 3200-EXIT.
006720 3100-EXIT.
006730     EXIT.
006740 3200-READ-OPERATOR.
006750     READ OPER-FILE NEXT RECORD
006760         AT END
006770             MOVE 'Y' TO FE-OPER-EOF-SW
006780             GO TO 3200-EXIT
006790     END-READ.
006800     IF FE-OPER-STATUS NOT = '00'
006810         GO TO 9810-OPER-IO-ERROR
006820     END-IF.
006830 3200-EXIT.
006840     EXIT.
006850*                                                               *
006860*    4000-WRITE-TRAILER - DETAIL COUNT, RECORD COUNT (HEADER    *
006870*    AND TRAILER INCLUDED), CONTROL TOTAL AND THE COUNTS BY     *
006880*    CHANGE TYPE.                                               *
006890*                                                               *
006900 4000-WRITE-TRAILER.
006910     MOVE SPACES           TO KAJCFED-RECORD.
006920     MOVE 'T'              TO FED-REC-TYPE.
006930     MOVE FE-FEED-ID       TO FED-T-FEED-ID.
006940     MOVE FE-FILE-SEQ      TO FED-T-FILE-SEQ.
006950     MOVE FE-SENT-COUNT    TO FED-T-DETAIL-COUNT.
006960     ADD 2 FE-SENT-COUNT GIVING FED-T-RECORD-COUNT.
006970     MOVE FE-CONTROL-TOTAL TO FED-T-CONTROL-TOTAL.
006980     MOVE FE-ADD-COUNT     TO FED-T-ADD-COUNT.
006990     MOVE FE-LOCK-COUNT    TO FED-T-LOCK-COUNT.
007000     MOVE FE-DEAC-COUNT    TO FED-T-DEAC-COUNT.
007010     MOVE FE-REAC-COUNT    TO FED-T-REAC-COUNT.
007020     MOVE FE-AUTH-COUNT    TO FED-T-AUTH-COUNT.
007030     MOVE FE-OTHER-COUNT   TO FED-T-OTHER-COUNT.
007040     WRITE KAJCFED-RECORD.
007050     IF FE-FEED-STATUS NOT = '00'
007060         GO TO 9830-FEED-IO-ERROR
007070     END-IF.
007080 4000-EXIT.
007090     EXIT.
007100*                                                               *
007110*    4500-WRITE-DETAIL - ONE DETAIL, BUILT IN THE RECORD AREA,  *
007120*    AND THE TRAILER'S TOTALS.                                  *
007130*                                                               *
007140 4500-WRITE-DETAIL.
007150     WRITE KAJCFED-RECORD.
007160     IF FE-FEED-STATUS NOT = '00'
007170         GO TO 9830-FEED-IO-ERROR
007180     END-IF.
007190     ADD 1 TO FE-SENT-COUNT.
007200     ADD FED-D-CHG-DATE FED-D-CHG-TIME TO FE-CONTROL-TOTAL.
007210     EVALUATE FED-D-CHANGE
007220         WHEN 'ADD '
007230             ADD 1 TO FE-ADD-COUNT
007240         WHEN 'LOCK'
007250             ADD 1 TO FE-LOCK-COUNT
007260         WHEN 'DEAC'
007270             ADD 1 TO FE-DEAC-COUNT
007280         WHEN 'REAC'
007290             ADD 1 TO FE-REAC-COUNT
007300         WHEN 'AUTH'
007310             ADD 1 TO FE-AUTH-COUNT
007320         WHEN OTHER
007330             ADD 1 TO FE-OTHER-COUNT
007340     END-EVALUATE.
007350 4500-EXIT.
007360     EXIT.
007370*                                                               *
007380*    5000-UPDATE-CONTROL - THE FILE IS COMPLETE: EVERYTHING     *
007390*    STAMPED BEFORE THE CUTOFF HAS NOW BEEN SENT.  UNTIL THIS   *
007400*    REWRITE LANDS, A RERUN SENDS THE SAME WINDOW AGAIN.        *
007410*                                                               *
007420 5000-UPDATE-CONTROL.
007430     IF NOT FE-FCTL-FOUND
007440         MOVE SPACES     TO KAJCFDC-RECORD
007450         MOVE FE-FEED-ID TO FDC-FEED-ID
007460     END-IF.
007470     MOVE FE-FILE-SEQ    TO FDC-FILE-SEQ.
007480     MOVE FE-CUT-DATE    TO FDC-HIGH-DATE.
007490     MOVE FE-CUT-TIME    TO FDC-HIGH-TIME.
007500     MOVE FE-LAST-KEY    TO FDC-LAST-KEY.
007510     IF FE-FULL-REFRESH
007520         MOVE 'F'        TO FDC-LAST-TYPE
007530     ELSE
007540         MOVE 'D'        TO FDC-LAST-TYPE
007550     END-IF.
007560     MOVE FE-BUS-DATE    TO FDC-LAST-BUS-DATE.
007570     MOVE FE-CLOCK-DATE  TO FDC-LAST-RUN-DATE.
007580     MOVE FE-CLOCK-HMS   TO FDC-LAST-RUN-TIME.
007590     MOVE FE-SENT-COUNT  TO FDC-LAST-COUNT.
007600     IF FE-FCTL-FOUND
007610         REWRITE KAJCFDC-RECORD
007620     ELSE
007630         WRITE KAJCFDC-RECORD
007640     END-IF.
007650     IF FE-FCTL-STATUS NOT = '00'
007660         GO TO 9820-FCTL-IO-ERROR
007670     END-IF.
007680     CLOSE FCTL-FILE.
007690 5000-EXIT.
007700     EXIT.
007710*                                                               *
007720*    5100-CLEAR-FULL-REQUEST - THE REQUESTED FULL REFRESH HAS   *
007730*    GONE OUT; SET FEEDFULL BACK TO ZERO.  IF IT CANNOT BE      *
007740*    CLEARED THE NEXT NIGHT SENDS ANOTHER FULL FILE, WHICH IS   *
007750*    HARMLESS - THE STEP ENDS WITH A WARNING (RC 4).            *
007760*                                                               *
007770 5100-CLEAR-FULL-REQUEST.
007780     OPEN I-O PARM-FILE.
007790     IF FE-PARM-STATUS NOT = '00'
007800         GO TO 5100-WARN
007810     END-IF.
007820     MOVE 'FEEDFULL' TO PRM-KEY.
007830     READ PARM-FILE.
007840     IF FE-PARM-STATUS NOT = '00'
007850         CLOSE PARM-FILE
007860         GO TO 5100-WARN
007870     END-IF.
007880     MOVE ZERO TO PRM-VALUE.
007890     REWRITE KAJCPRM-RECORD.
007900     IF FE-PARM-STATUS NOT = '00'
007910         CLOSE PARM-FILE
007920         GO TO 5100-WARN
007930     END-IF.
007940     CLOSE PARM-FILE.
007950     GO TO 5100-EXIT.
007960 5100-WARN.
007970     DISPLAY 'FEEDCOB - FEEDFULL NOT RESET, STATUS '
007980         FE-PARM-STATUS ' - NEXT RUN WILL SEND ANOTHER FULL FILE'.
007990     MOVE 4 TO RETURN-CODE.
008000 5100-EXIT.
008010     EXIT.
008020*                                                               *
008030*    9000-TERMINATE                                             *
008040*                                                               *
008050 9000-TERMINATE.
008060     IF FE-FULL-REFRESH
008070         DISPLAY 'FEEDCOB - FULL REFRESH FILE ' FE-FILE-SEQ
008080             ' AS OF ' FE-CUT-DATE ' ' FE-CUT-TIME
008090     ELSE
008100         DISPLAY 'FEEDCOB - DELTA FILE ' FE-FILE-SEQ
008110             ' FROM ' FE-FROM-DATE ' ' FE-FROM-TIME
008120             ' TO ' FE-CUT-DATE ' ' FE-CUT-TIME
008130         DISPLAY 'FEEDCOB - HISTORY READ ' FE-READ-COUNT
008140             ' IN WINDOW ' FE-WINDOW-COUNT
008150             ' NOT FOR THE FEED ' FE-SKIP-COUNT
008160     END-IF.
008170     DISPLAY 'FEEDCOB - SENT ' FE-SENT-COUNT
008180         ' CONTROL TOTAL ' FE-CONTROL-TOTAL.
008190 9000-EXIT.
008200     EXIT.
008210*                                                               *
008220*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
008230*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
008240*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
008250*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
008260*                                                               *
008270 9100-POST-RUN-CONTROL.
008280     IF NOT FE-RUN-REGISTERED
008290         GO TO 9100-EXIT
008300     END-IF.
008310     MOVE 'N' TO FE-RUN-REG-SW.
008320     OPEN I-O RUN-FILE.
008330     IF FE-RUNC-STATUS NOT = '00'
008340         GO TO 9950-RUN-IO-ERROR
008350     END-IF.
008360     MOVE FE-BUS-DATE TO RUN-DATE.
008370     MOVE FE-RUN-STEP TO RUN-STEP.
008380     READ RUN-FILE.
008390     IF FE-RUNC-STATUS NOT = '00'
008400         GO TO 9950-RUN-IO-ERROR
008410     END-IF.
008420     IF RETURN-CODE > 4
008430         MOVE 'F' TO RUN-STATUS
008440     ELSE
008450         MOVE 'C' TO RUN-STATUS
008460     END-IF.
008470     MOVE RETURN-CODE TO RUN-RC.
008480     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
008490     MOVE FE-CLOCK-DATE TO RUN-END-DATE.
008500     MOVE FE-CLOCK-HMS  TO RUN-END-TIME.
008510     MOVE FE-SENT-COUNT TO RUN-COUNT (1).
008520     MOVE FE-SKIP-COUNT TO RUN-COUNT (2).
008530     REWRITE KAJCRUN-RECORD.
008540     IF FE-RUNC-STATUS NOT = '00'
008550         GO TO 9950-RUN-IO-ERROR
008560     END-IF.
008570     CLOSE RUN-FILE.
008580 9100-EXIT.
008590     EXIT.
008600*                                                               *
008610*    9800-9830 - HARD STOPS.  THE CONTROL RECORD HAS NOT MOVED, *
008620*    SO THE RERUN (AFTER THE FILE IS FIXED) SENDS THE SAME      *
008630*    WINDOW AGAIN - NOTHING IS SKIPPED.  A FILE PART-WRITTEN    *
008640*    HERE MUST NOT BE SENT.                                     *
008650*                                                               *
008660 9800-HIST-IO-ERROR.
008670     DISPLAY 'FEEDCOB - HISTORY FILE I/O ERROR, STATUS '
008680         FE-HIST-STATUS.
008690     GO TO 9890-HARD-STOP.
008700 9810-OPER-IO-ERROR.
008710     DISPLAY 'FEEDCOB - OPERATOR FILE I/O ERROR, STATUS '
008720         FE-OPER-STATUS.
008730     GO TO 9890-HARD-STOP.
008740 9820-FCTL-IO-ERROR.
008750     DISPLAY 'FEEDCOB - FEED CONTROL FILE I/O ERROR, STATUS '
008760         FE-FCTL-STATUS.
008770     GO TO 9890-HARD-STOP.
008780 9830-FEED-IO-ERROR.
008790     DISPLAY 'FEEDCOB - FEED FILE I/O ERROR, STATUS '
008800         FE-FEED-STATUS.
008810     GO TO 9890-HARD-STOP.
008820 9890-HARD-STOP.
008830     MOVE 16 TO RETURN-CODE.
008840     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
008850     STOP RUN.
008860*                                                               *
008870*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
008880*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
008890*    OTHER HARD STOP.                                           *
008900*                                                               *
008910 9950-RUN-IO-ERROR.
008920     DISPLAY 'FEEDCOB - RUN CONTROL FILE I/O ERROR, STATUS '
008930         FE-RUNC-STATUS.
008940     MOVE 16 TO RETURN-CODE.
008950     STOP RUN.
