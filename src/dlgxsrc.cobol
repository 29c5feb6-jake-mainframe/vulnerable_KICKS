000010 ID DIVISION.
000020 PROGRAM-ID.    DLGXCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    DLGXCOB - NIGHTLY DELEGATED AUTHORITY EXPIRY AND REVIEW    *
000090*    CLOSES OUT THE DELEGATIONS ON THE DELEGT FILE (COPY        *
000100*    KAJCDLG) FOR THE BUSINESS DATE THE STREAM IS RUNNING FOR,  *
000110*    AND PRINTS THE SECURITY OFFICE'S DELEGATION REPORT (DD     *
000120*    DLGOUT) IN THREE PARTS:                                    *
000130*        ENDED    - DELEGATIONS WHOSE LAST DAY WAS ON OR BEFORE *
000140*                   THE BUSINESS DATE.  THIS RUN EXPIRES THEM   *
000150*                   (STATUS X, CLOSED BY DLGXCOB ON THE         *
000160*                   BUSINESS DATE) - THE SCREENS ALREADY STOP   *
000170*                   HONOURING ONE THE DAY AFTER ITS END DATE,   *
000180*                   THIS JUST TIDIES THE FILE AND REPORTS IT    *
000190*        STARTED  - DELEGATIONS THAT CAME INTO FORCE ON THE     *
000200*                   BUSINESS DATE                               *
000210*        OVERDUE  - DELEGATIONS STILL IN FORCE THAT HAVE RUN    *
000220*                   LONGER THAN PARMFL KEY DLGREVW DAYS (30     *
000230*                   WHEN THE KEY OR THE FILE IS MISSING) AND    *
000240*                   ARE DUE A LOOK FROM SECURITY                *
000250*    A REVOKED OR ALREADY-EXPIRED DELEGATION IS NOT REPORTED    *
000260*    AGAIN.  DAYS ON THE REPORT ARE THE DAYS FROM THE START TO  *
000270*    THE END DATE (ENDED) OR TO THE BUSINESS DATE (THE OTHERS), *
000280*    RECKONED THE SAME ROUGH WAY AS SECRCOB'S AGES.  A DELEGT   *
000290*    FILE THAT HAS NEVER BEEN LOADED (STATUS 35) IS AN EMPTY    *
000300*    ONE - EACH PART PRINTS ITS NONE LINE.                      *
000310*                                                               *
000320*    RUNS AS STEP 12 OF THE NIGHTLY STREAM, AFTER FEEDCOB.      *
000330*                                                               *
000340*    MODIFICATION HISTORY                                       *
000350*    DATE       INIT  DESCRIPTION                               *
000360*    --------   ----  ----------------------------------------- *
000370*    10/15/26   JTM   ORIGINAL                                  *
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DLG-FILE  ASSIGN TO DELEGT
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS DLG-OPERATOR-ID
000480         FILE STATUS IS DX-DLG-STATUS.
000490     SELECT RPT-FILE  ASSIGN TO DLGOUT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DX-RPT-STATUS.
000520     SELECT PARM-FILE ASSIGN TO PARMFL
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS PRM-KEY
000560         FILE STATUS IS DX-PARM-STATUS.
000570     SELECT RUN-FILE  ASSIGN TO RUNCTL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS RUN-KEY
000610         FILE STATUS IS DX-RUNC-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  DLG-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY KAJCDLG.
000670 FD  RPT-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  RPT-PRINT-LINE      PIC X(80).
000710 FD  PARM-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY KAJCPRM.
000740 FD  RUN-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY KAJCRUN.
000770 WORKING-STORAGE SECTION.
000780 77  DX-DLG-STATUS       PIC X(02) VALUE '00'.
000790 77  DX-RPT-STATUS       PIC X(02) VALUE '00'.
000800 77  DX-PARM-STATUS      PIC X(02) VALUE '00'.
000810 77  DX-DLG-EOF-SW       PIC X(01) VALUE 'N'.
000820     88  DX-DLG-AT-END       VALUE 'Y'.
000830 77  DX-DLG-FILE-SW      PIC X(01) VALUE 'Y'.
000840     88  DX-DLG-ON-FILE      VALUE 'Y'.
000850 77  DX-READ-COUNT       PIC 9(07) VALUE ZERO.
000860 77  DX-EXPIRED-COUNT    PIC 9(07) VALUE ZERO.
000870 77  DX-STARTED-COUNT    PIC 9(07) VALUE ZERO.
000880 77  DX-OVERDUE-COUNT    PIC 9(07) VALUE ZERO.
000890*                                                               *
000900*    AGE WORK FIELDS - DATES ARE CYYDDD, SO THE DAYS ARE YEARS  *
000910*    TIMES 365 PLUS THE DAY DIFFERENCE, AS IN SECRCOB.          *
000920*    DX-REVIEW-DAYS IS REPLACED FROM PARMFL KEY DLGREVW.        *
000930*                                                               *
000940 77  DX-REVIEW-DAYS      PIC S9(4) COMP VALUE 30.
000950 77  DX-TO-DATE          PIC 9(07) VALUE ZERO.
000960 77  DX-TO-YY            PIC S9(4) COMP VALUE 0.
000970 77  DX-TO-DDD           PIC S9(4) COMP VALUE 0.
000980 77  DX-FROM-YY          PIC S9(4) COMP VALUE 0.
000990 77  DX-FROM-DDD         PIC S9(4) COMP VALUE 0.
001000 77  DX-DAYS             PIC S9(8) COMP VALUE 0.
001010*                                                               *
001020*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
001030*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
001040*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
001050*                                                               *
001060 77  DX-RUNC-STATUS      PIC X(02) VALUE '00'.
001070 77  DX-RUN-JOB          PIC X(08) VALUE 'DLGXCOB'.
001080 77  DX-RUN-STEP         PIC 9(02) VALUE 12.
001090 77  DX-PRED-JOB         PIC X(08) VALUE 'FEEDCOB'.
001100 77  DX-PRED-STEP        PIC 9(02) VALUE 11.
001110 77  DX-BUS-DATE         PIC 9(07) VALUE ZERO.
001120 77  DX-CLOCK-DAY        PIC 9(05) VALUE ZERO.
001130 77  DX-CLOCK-DATE       PIC 9(07) VALUE ZERO.
001140 77  DX-CLOCK-TIME       PIC 9(08) VALUE ZERO.
001150 77  DX-CLOCK-HMS        PIC 9(07) VALUE ZERO.
001160 77  DX-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
001170     88  DX-RUN-FOUND        VALUE 'Y'.
001180 77  DX-RUN-REG-SW       PIC X(01) VALUE 'N'.
001190     88  DX-RUN-REGISTERED   VALUE 'Y'.
001200*                                                               *
001210 01  RPT-HEADING-1.
001220     05  FILLER              PIC X(20) VALUE SPACES.
001230     05  FILLER              PIC X(40)
001240             VALUE 'DELEGATED AUTHORITY REPORT'.
001250 01  RPT-HEADING-2.
001260     05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
001270     05  RPT-HDG-DATE        PIC 9(07).
001280     05  FILLER              PIC X(19)
001290             VALUE '   REVIEW AFTER    '.
001300     05  RPT-HDG-REVIEW      PIC ZZZ9.
001310     05  FILLER              PIC X(05) VALUE ' DAYS'.
001320 01  RPT-SECTION-HEADING.
001330     05  RPT-S-TITLE         PIC X(60).
001340 01  RPT-COLUMN-HEADING.
001350     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
001360     05  FILLER              PIC X(05) VALUE 'AUTH'.
001370     05  FILLER              PIC X(09) VALUE 'START'.
001380     05  FILLER              PIC X(09) VALUE 'END'.
001390     05  FILLER              PIC X(06) VALUE 'DAYS'.
001400     05  FILLER              PIC X(09) VALUE 'APPR BY'.
001410     05  FILLER              PIC X(30) VALUE 'REASON'.
001420*    AUTH IS THE AUTHORITY DELEGATED / THE OPERATOR'S OWN AT    *
001430*    THE TIME OF THE APPROVAL.                                  *
001440 01  RPT-DETAIL-LINE.
001450     05  RPT-D-OPERATOR-ID   PIC X(08).
001460     05  FILLER              PIC X(02) VALUE SPACES.
001470     05  RPT-D-AUTHORITY     PIC X(01).
001480     05  FILLER              PIC X(01) VALUE '/'.
001490     05  RPT-D-BASE-AUTH     PIC X(01).
001500     05  FILLER              PIC X(02) VALUE SPACES.
001510     05  RPT-D-START-DATE    PIC 9(07).
001520     05  FILLER              PIC X(02) VALUE SPACES.
001530     05  RPT-D-END-DATE      PIC 9(07).
001540     05  FILLER              PIC X(02) VALUE SPACES.
001550     05  RPT-D-DAYS          PIC ZZZ9.
001560     05  FILLER              PIC X(02) VALUE SPACES.
001570     05  RPT-D-APPR-BY       PIC X(08).
001580     05  FILLER              PIC X(01) VALUE SPACES.
001590     05  RPT-D-REASON        PIC X(30).
001600     05  FILLER              PIC X(02) VALUE SPACES.
001610 01  RPT-NONE-LINE.
001620     05  RPT-N-TEXT          PIC X(40).
001630 01  RPT-TOTAL-LINE.
001640     05  RPT-T-LABEL         PIC X(17).
001650     05  RPT-T-COUNT         PIC ZZZ,ZZ9.
001660 01  RPT-BLANK-LINE          PIC X(80) VALUE SPACES.
001670 PROCEDURE DIVISION.
001680*                                                               *
001690*    0000-MAINLINE - THE EXPIRY PASS (UPDATING), THEN ONE       *
001700*    READ-ONLY PASS FOR EACH OF THE OTHER TWO PARTS.  DELEGT    *
001710*    HOLDS ONE RECORD PER OPERATOR, SO THE PASSES ARE CHEAP.    *
001720*                                                               *
001730 0000-MAINLINE.
001740     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     PERFORM 2000-EXPIRE-ENDED THRU 2000-EXIT.
001770     PERFORM 3000-REPORT-STARTED THRU 3000-EXIT.
001780     PERFORM 4000-REPORT-OVERDUE THRU 4000-EXIT.
001790     CLOSE RPT-FILE.
001800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001810     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001820     STOP RUN.
001830*                                                               *
001840*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
001850*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
001860*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
001870*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
001880*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
001890*                                                               *
001900 0500-CHECK-RUN-CONTROL.
001910     OPEN I-O RUN-FILE.
001920     IF DX-RUNC-STATUS NOT = '00'
001930         GO TO 9950-RUN-IO-ERROR
001940     END-IF.
001950     MOVE ZERO TO RUN-DATE.
001960     MOVE ZERO TO RUN-STEP.
001970     READ RUN-FILE.
001980     EVALUATE DX-RUNC-STATUS
001990         WHEN '00'
002000             CONTINUE
002010         WHEN '23'
002020             DISPLAY 'DLGXCOB - STREAM NOT OPENED - '
002030                 'BALNCOB HAS NOT RUN'
002040             GO TO 0590-REFUSE-RUN
002050         WHEN OTHER
002060             GO TO 9950-RUN-IO-ERROR
002070     END-EVALUATE.
002080     MOVE RUN-CTL-BUS-DATE TO DX-BUS-DATE.
002090     MOVE DX-BUS-DATE  TO RUN-DATE.
002100     MOVE DX-PRED-STEP TO RUN-STEP.
002110     READ RUN-FILE.
002120     EVALUATE DX-RUNC-STATUS
002130         WHEN '00'
002140             CONTINUE
002150         WHEN '23'
002160             DISPLAY 'DLGXCOB - ' DX-PRED-JOB
002170                 ' HAS NOT RUN FOR ' DX-BUS-DATE
002180             GO TO 0590-REFUSE-RUN
002190         WHEN OTHER
002200             GO TO 9950-RUN-IO-ERROR
002210     END-EVALUATE.
002220     IF NOT RUN-ENDED-CLEAN
002230         DISPLAY 'DLGXCOB - ' DX-PRED-JOB
002240             ' DID NOT END CLEAN FOR ' DX-BUS-DATE
002250         GO TO 0590-REFUSE-RUN
002260     END-IF.
002270     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
002280     CLOSE RUN-FILE.
002290 0500-EXIT.
002300     EXIT.
002310*                                                               *
002320*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
002330*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
002340*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
002350*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
002360*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN - THE       *
002370*    DELEGATIONS IT EXPIRED ARE NOT EXPIRED OR REPORTED TWICE.  *
002380*                                                               *
002390 0550-REGISTER-START.
002400     MOVE DX-BUS-DATE TO RUN-DATE.
002410     MOVE DX-RUN-STEP TO RUN-STEP.
002420     MOVE 'N' TO DX-RUN-FOUND-SW.
002430     READ RUN-FILE.
002440     EVALUATE DX-RUNC-STATUS
002450         WHEN '00'
002460             MOVE 'Y' TO DX-RUN-FOUND-SW
002470         WHEN '23'
002480             MOVE SPACES TO KAJCRUN-RECORD
002490             MOVE DX-BUS-DATE TO RUN-DATE
002500             MOVE DX-RUN-STEP TO RUN-STEP
002510             MOVE ZERO TO RUN-ATTEMPTS
002520             MOVE ZERO TO RUN-ACT-DATE
002530             MOVE ZERO TO RUN-ACT-TIME
002540         WHEN OTHER
002550             GO TO 9950-RUN-IO-ERROR
002560     END-EVALUATE.
002570     IF DX-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
002580         DISPLAY 'DLGXCOB - ALREADY ENDED CLEAN FOR ' DX-BUS-DATE
002590             ' - NO RERUN AUTHORIZED'
002600         GO TO 0590-REFUSE-RUN
002610     END-IF.
002620     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
002630     MOVE DX-RUN-JOB    TO RUN-JOB.
002640     MOVE 'S'           TO RUN-STATUS.
002650     MOVE DX-CLOCK-DATE TO RUN-START-DATE.
002660     MOVE DX-CLOCK-HMS  TO RUN-START-TIME.
002670     MOVE ZERO          TO RUN-END-DATE.
002680     MOVE ZERO          TO RUN-END-TIME.
002690     MOVE ZERO          TO RUN-RC.
002700     MOVE 'EXPIRED '    TO RUN-COUNT-LABEL (1).
002710     MOVE 'OVERDUE '    TO RUN-COUNT-LABEL (2).
002720     MOVE ZERO          TO RUN-COUNT (1).
002730     MOVE ZERO          TO RUN-COUNT (2).
002740     MOVE 'N'           TO RUN-RERUN-FLAG.
002750     IF RUN-ATTEMPTS < 99
002760         ADD 1 TO RUN-ATTEMPTS
002770     END-IF.
002780     IF DX-RUN-FOUND
002790         REWRITE KAJCRUN-RECORD
002800     ELSE
002810         WRITE KAJCRUN-RECORD
002820     END-IF.
002830     IF DX-RUNC-STATUS NOT = '00'
002840         GO TO 9950-RUN-IO-ERROR
002850     END-IF.
002860     MOVE 'Y' TO DX-RUN-REG-SW.
002870 0550-EXIT.
002880     EXIT.
002890*                                                               *
002900*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
002910*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
002920*    THE SAME AS THE JOURNAL.                                   *
002930*                                                               *
002940 0560-READ-CLOCK.
002950     ACCEPT DX-CLOCK-DAY FROM DAY.
002960     ADD 100000 DX-CLOCK-DAY GIVING DX-CLOCK-DATE.
002970     ACCEPT DX-CLOCK-TIME FROM TIME.
002980     DIVIDE DX-CLOCK-TIME BY 100 GIVING DX-CLOCK-HMS.
002990 0560-EXIT.
003000     EXIT.
003010*                                                               *
003020*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
003030*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
003040*                                                               *
003050 0590-REFUSE-RUN.
003060     DISPLAY 'DLGXCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
003070     CLOSE RUN-FILE.
003080     MOVE 12 TO RETURN-CODE.
003090     STOP RUN.
003100*                                                               *
003110*    1000-INITIALIZE - THE REVIEW LIMIT, THE REPORT HEADINGS,   *
003120*    AND WHETHER THERE IS A DELEGT FILE TO READ AT ALL.         *
003130*                                                               *
003140 1000-INITIALIZE.
003150     PERFORM 1200-GET-PARAMETERS THRU 1200-EXIT.
003160     OPEN OUTPUT RPT-FILE.
003170     IF DX-RPT-STATUS NOT = '00'
003180         GO TO 9830-RPT-IO-ERROR
003190     END-IF.
003200     MOVE DX-BUS-DATE    TO RPT-HDG-DATE.
003210     MOVE DX-REVIEW-DAYS TO RPT-HDG-REVIEW.
003220     WRITE RPT-PRINT-LINE FROM RPT-HEADING-1.
003230     WRITE RPT-PRINT-LINE FROM RPT-HEADING-2.
003240     OPEN INPUT DLG-FILE.
003250     EVALUATE DX-DLG-STATUS
003260         WHEN '00'
003270             CLOSE DLG-FILE
003280         WHEN '35'
003290             DISPLAY 'DLGXCOB - NO DELEGATION FILE YET - '
003300                 'NOTHING TO EXPIRE OR REPORT'
003310             MOVE 'N' TO DX-DLG-FILE-SW
003320         WHEN OTHER
003330             GO TO 9800-DLG-IO-ERROR
003340     END-EVALUATE.
003350 1000-EXIT.
003360     EXIT.
003370*                                                               *
003380*    1200-GET-PARAMETERS - DLGREVW FROM THE PARAMETER FILE,     *
003390*    KEEPING THE COMPILED-IN 30 DAYS WHEN THE FILE OR THE KEY   *
003400*    IS MISSING OR THE VALUE IS ZERO.                           *
003410*                                                               *
003420 1200-GET-PARAMETERS.
003430     OPEN INPUT PARM-FILE.
003440     IF DX-PARM-STATUS NOT = '00'
003450         DISPLAY 'DLGXCOB - PARAMETER FILE NOT AVAILABLE, STATUS '
003460             DX-PARM-STATUS ' - REVIEW AFTER ' DX-REVIEW-DAYS
003470         GO TO 1200-EXIT
003480     END-IF.
003490     MOVE 'DLGREVW' TO PRM-KEY.
003500     READ PARM-FILE.
003510     IF DX-PARM-STATUS = '00'
003520         AND PRM-VALUE > 0
003530         MOVE PRM-VALUE TO DX-REVIEW-DAYS
003540     END-IF.
003550     CLOSE PARM-FILE.
003560 1200-EXIT.
003570     EXIT.
003580*                                                               *
003590*    2000-EXPIRE-ENDED - FIRST PART.  EVERY DELEGATION STILL    *
003600*    ACTIVE WHOSE END DATE IS NOT AFTER THE BUSINESS DATE IS    *
003610*    EXPIRED AND LISTED.                                        *
003620*                                                               *
003630 2000-EXPIRE-ENDED.
003640     MOVE 'DELEGATIONS ENDED - EXPIRED BY THIS RUN'
003650         TO RPT-S-TITLE.
003660     PERFORM 6000-WRITE-SECTION-HEAD THRU 6000-EXIT.
003670     IF NOT DX-DLG-ON-FILE
003680         GO TO 2000-TOTAL
003690     END-IF.
003700     OPEN I-O DLG-FILE.
003710     IF DX-DLG-STATUS NOT = '00'
003720         GO TO 9800-DLG-IO-ERROR
003730     END-IF.
003740     MOVE 'N' TO DX-DLG-EOF-SW.
003750     PERFORM 2100-EXPIRE-ONE THRU 2100-EXIT
003760         UNTIL DX-DLG-AT-END.
003770     CLOSE DLG-FILE.
003780 2000-TOTAL.
003790     IF DX-EXPIRED-COUNT = 0
003800         MOVE 'NO DELEGATIONS ENDED' TO RPT-N-TEXT
003810         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
003820     END-IF.
003830     MOVE 'EXPIRED:         ' TO RPT-T-LABEL.
003840     MOVE DX-EXPIRED-COUNT TO RPT-T-COUNT.
003850     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
003860 2000-EXIT.
003870     EXIT.
003880 2100-EXPIRE-ONE.
003890     PERFORM 7000-READ-DELEGATION THRU 7000-EXIT.
003900     IF DX-DLG-AT-END
003910         GO TO 2100-EXIT
003920     END-IF.
003930     ADD 1 TO DX-READ-COUNT.
003940     IF NOT DLG-STAT-ACTIVE OR DLG-END-DATE > DX-BUS-DATE
003950         GO TO 2100-EXIT
003960     END-IF.
003970     MOVE 'X'         TO DLG-STATUS.
003980     MOVE DX-RUN-JOB  TO DLG-CLOSE-BY.
003990     MOVE DX-BUS-DATE TO DLG-CLOSE-DATE.
004000     REWRITE KAJCDLG-RECORD.
004010     IF DX-DLG-STATUS NOT = '00'
004020         GO TO 9800-DLG-IO-ERROR
004030     END-IF.
004040     ADD 1 TO DX-EXPIRED-COUNT.
004050     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
004060 2100-EXIT.
004070     EXIT.
004080*                                                               *
004090*    3000-REPORT-STARTED - SECOND PART.  ACTIVE DELEGATIONS     *
004100*    WHOSE START DATE IS THE BUSINESS DATE.                     *
004110*                                                               *
004120 3000-REPORT-STARTED.
004130     MOVE 'DELEGATIONS STARTED ON THE BUSINESS DATE'
004140         TO RPT-S-TITLE.
004150     PERFORM 6000-WRITE-SECTION-HEAD THRU 6000-EXIT.
004160     IF NOT DX-DLG-ON-FILE
004170         GO TO 3000-TOTAL
004180     END-IF.
004190     OPEN INPUT DLG-FILE.
004200     IF DX-DLG-STATUS NOT = '00'
004210         GO TO 9800-DLG-IO-ERROR
004220     END-IF.
004230     MOVE 'N' TO DX-DLG-EOF-SW.
004240     PERFORM 3100-CHECK-ONE-STARTED THRU 3100-EXIT
004250         UNTIL DX-DLG-AT-END.
004260     CLOSE DLG-FILE.
004270 3000-TOTAL.
004280     IF DX-STARTED-COUNT = 0
004290         MOVE 'NO DELEGATIONS STARTED' TO RPT-N-TEXT
004300         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
004310     END-IF.
004320     MOVE 'STARTED:         ' TO RPT-T-LABEL.
004330     MOVE DX-STARTED-COUNT TO RPT-T-COUNT.
004340     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
004350 3000-EXIT.
004360     EXIT.
004370 3100-CHECK-ONE-STARTED.
004380     PERFORM 7000-READ-DELEGATION THRU 7000-EXIT.
004390     IF DX-DLG-AT-END
004400         GO TO 3100-EXIT
004410     END-IF.
004420     IF NOT DLG-STAT-ACTIVE OR DLG-START-DATE NOT = DX-BUS-DATE
004430         GO TO 3100-EXIT
004440     END-IF.
004450     ADD 1 TO DX-STARTED-COUNT.
004460     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
004470 3100-EXIT.
004480     EXIT.
004490*                                                               *
004500*    4000-REPORT-OVERDUE - THIRD PART.  ACTIVE DELEGATIONS IN   *
004510*    FORCE MORE THAN DX-REVIEW-DAYS DAYS BY THE BUSINESS DATE.  *
004520*    (AFTER THE EXPIRY PASS AN ACTIVE ONE HAS NOT YET ENDED.)   *
004530*                                                               *
004540 4000-REPORT-OVERDUE.
004550     MOVE 'DELEGATIONS IN FORCE OVERDUE FOR REVIEW'
004560         TO RPT-S-TITLE.
004570     PERFORM 6000-WRITE-SECTION-HEAD THRU 6000-EXIT.
004580     IF NOT DX-DLG-ON-FILE
004590         GO TO 4000-TOTAL
004600     END-IF.
004610     OPEN INPUT DLG-FILE.
004620     IF DX-DLG-STATUS NOT = '00'
004630         GO TO 9800-DLG-IO-ERROR
004640     END-IF.
004650     MOVE 'N' TO DX-DLG-EOF-SW.
004660     PERFORM 4100-CHECK-ONE-OVERDUE THRU 4100-EXIT
004670         UNTIL DX-DLG-AT-END.
004680     CLOSE DLG-FILE.
004690 4000-TOTAL.
004700     IF DX-OVERDUE-COUNT = 0
004710         MOVE 'NO DELEGATIONS OVERDUE FOR REVIEW' TO RPT-N-TEXT
004720         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
004730     END-IF.
004740     MOVE 'OVERDUE:         ' TO RPT-T-LABEL.
004750     MOVE DX-OVERDUE-COUNT TO RPT-T-COUNT.
004760     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
004770 4000-EXIT.
004780     EXIT.
004790 4100-CHECK-ONE-OVERDUE.
004800     PERFORM 7000-READ-DELEGATION THRU 7000-EXIT.
004810     IF DX-DLG-AT-END
004820         GO TO 4100-EXIT
004830     END-IF.
004840     IF NOT DLG-STAT-ACTIVE OR DLG-START-DATE > DX-BUS-DATE
004850         GO TO 4100-EXIT
004860     END-IF.
004870     PERFORM 6200-COUNT-DAYS THRU 6200-EXIT.
004880     IF DX-DAYS NOT > DX-REVIEW-DAYS
004890         GO TO 4100-EXIT
004900     END-IF.
004910     ADD 1 TO DX-OVERDUE-COUNT.
004920     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
004930 4100-EXIT.
004940     EXIT.
004950*                                                               *
004960*    6000-WRITE-SECTION-HEAD - A BLANK LINE, THE PART'S TITLE   *
004970*    (SET BY THE CALLER) AND THE COLUMN HEADINGS.               *
004980*                                                               *
004990 6000-WRITE-SECTION-HEAD.
005000     WRITE RPT-PRINT-LINE FROM RPT-BLANK-LINE.
005010     WRITE RPT-PRINT-LINE FROM RPT-SECTION-HEADING.
005020     WRITE RPT-PRINT-LINE FROM RPT-COLUMN-HEADING.
005030 6000-EXIT.
005040     EXIT.
005050*                                                               *
005060*    6100-WRITE-DETAIL - ONE LINE FOR THE DELEGATION IN         *
005070*    KAJCDLG-RECORD.                                            *
005080*                                                               *
005090 6100-WRITE-DETAIL.
005100     PERFORM 6200-COUNT-DAYS THRU 6200-EXIT.
005110     MOVE DLG-OPERATOR-ID TO RPT-D-OPERATOR-ID.
005120     MOVE DLG-AUTHORITY   TO RPT-D-AUTHORITY.
005130     MOVE DLG-BASE-AUTH   TO RPT-D-BASE-AUTH.
005140     MOVE DLG-START-DATE  TO RPT-D-START-DATE.
005150     MOVE DLG-END-DATE    TO RPT-D-END-DATE.
005160     MOVE DX-DAYS         TO RPT-D-DAYS.
005170     MOVE DLG-APPR-BY     TO RPT-D-APPR-BY.
005180     MOVE DLG-REASON      TO RPT-D-REASON.
005190     WRITE RPT-PRINT-LINE FROM RPT-DETAIL-LINE.
005200 6100-EXIT.
005210     EXIT.
005220*                                                               *
005230*    6200-COUNT-DAYS - DAYS FROM THE START DATE TO THE END DATE *
005240*    OR THE BUSINESS DATE, WHICHEVER COMES FIRST.               *
005250*                                                               *
005260 6200-COUNT-DAYS.
005270     IF DLG-END-DATE < DX-BUS-DATE
005280         MOVE DLG-END-DATE TO DX-TO-DATE
005290     ELSE
005300         MOVE DX-BUS-DATE  TO DX-TO-DATE
005310     END-IF.
005320     DIVIDE DX-TO-DATE BY 1000
005330         GIVING DX-TO-YY REMAINDER DX-TO-DDD.
005340     DIVIDE DLG-START-DATE BY 1000
005350         GIVING DX-FROM-YY REMAINDER DX-FROM-DDD.
005360     COMPUTE DX-DAYS = (DX-TO-YY - DX-FROM-YY) * 365
005370         + DX-TO-DDD - DX-FROM-DDD.
005380     IF DX-DAYS < 0
005390         MOVE 0 TO DX-DAYS
005400     END-IF.
005410 6200-EXIT.
005420     EXIT.
005430*                                                               *
005440*    7000-READ-DELEGATION - NEXT RECORD IN OPERATOR ORDER.      *
005450*                                                               *
005460 7000-READ-DELEGATION.
005470     READ DLG-FILE NEXT RECORD
005480         AT END
005490             MOVE 'Y' TO DX-DLG-EOF-SW
005500             GO TO 7000-EXIT
005510     END-READ.
005520     IF DX-DLG-STATUS NOT = '00'
005530         GO TO 9800-DLG-IO-ERROR
005540     END-IF.
005550 7000-EXIT.
005560     EXIT.
005570 9000-TERMINATE.
005580     DISPLAY 'DLGXCOB - BUSINESS DATE ' DX-BUS-DATE
005590         ' REVIEW AFTER ' DX-REVIEW-DAYS ' DAYS'.
005600     DISPLAY 'DLGXCOB - DELEGATIONS READ ' DX-READ-COUNT
005610         ' EXPIRED ' DX-EXPIRED-COUNT
005620         ' STARTED ' DX-STARTED-COUNT
005630         ' OVERDUE ' DX-OVERDUE-COUNT.
005640 9000-EXIT.
005650     EXIT.
005660*                                                               *
005670*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
005680*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
005690*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
005700*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
005710*                                                               *
005720 9100-POST-RUN-CONTROL.
005730     IF NOT DX-RUN-REGISTERED
005740         GO TO 9100-EXIT
005750     END-IF.
005760     MOVE 'N' TO DX-RUN-REG-SW.
005770     OPEN I-O RUN-FILE.
005780     IF DX-RUNC-STATUS NOT = '00'
005790         GO TO 9950-RUN-IO-ERROR
005800     END-IF.
005810     MOVE DX-BUS-DATE TO RUN-DATE.
005820     MOVE DX-RUN-STEP TO RUN-STEP.
005830     READ RUN-FILE.
005840     IF DX-RUNC-STATUS NOT = '00'
005850         GO TO 9950-RUN-IO-ERROR
005860     END-IF.
005870     IF RETURN-CODE > 4
005880         MOVE 'F' TO RUN-STATUS
005890     ELSE
005900         MOVE 'C' TO RUN-STATUS
005910     END-IF.
005920     MOVE RETURN-CODE TO RUN-RC.
005930     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
005940     MOVE DX-CLOCK-DATE TO RUN-END-DATE.
005950     MOVE DX-CLOCK-HMS  TO RUN-END-TIME.
005960     MOVE DX-EXPIRED-COUNT TO RUN-COUNT (1).
005970     MOVE DX-OVERDUE-COUNT TO RUN-COUNT (2).
005980     REWRITE KAJCRUN-RECORD.
005990     IF DX-RUNC-STATUS NOT = '00'
006000         GO TO 9950-RUN-IO-ERROR
006010     END-IF.
006020     CLOSE RUN-FILE.
006030 9100-EXIT.
006040     EXIT.
006050*                                                               *
006060*    9800-9830 - HARD STOPS.  A DELEGATION ALREADY EXPIRED      *
006070*    STAYS EXPIRED; THE RERUN PICKS UP THE REST, AND THE        *
006080*    REPORT FROM THE FAILED RUN SHOULD NOT BE DISTRIBUTED.      *
006090*                                                               *
006100 9800-DLG-IO-ERROR.
006110     DISPLAY 'DLGXCOB - DELEGATION FILE I/O ERROR, STATUS '
006120         DX-DLG-STATUS.
006130     GO TO 9890-HARD-STOP.
006140 9830-RPT-IO-ERROR.
006150     DISPLAY 'DLGXCOB - REPORT FILE I/O ERROR, STATUS '
006160         DX-RPT-STATUS.
006170     GO TO 9890-HARD-STOP.
006180 9890-HARD-STOP.
006190     MOVE 16 TO RETURN-CODE.
006200     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
006210     STOP RUN.
006220*                                                               *
006230*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
006240*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
006250*    OTHER HARD STOP.                                           *
006260*                                                               *
006270 9950-RUN-IO-ERROR.
006280     DISPLAY 'DLGXCOB - RUN CONTROL FILE I/O ERROR, STATUS '
006290         DX-RUNC-STATUS.
006300     MOVE 16 TO RETURN-CODE.
006310     STOP RUN.
