000010 ID DIVISION.
000020 PROGRAM-ID.    JRNLCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    JRNLCOB - NIGHTLY JOURNAL DETAIL LOAD                      *
000090*    READS THE SAME OFFLOADED AUDT JOURNAL AS RPTACOB AND       *
000100*    AHSTCOB, ONCE BALNCOB HAS PROVED IT COMPLETE, AND LOADS    *
000110*    EVERY RECORD WHOLE INTO THE KEYED JRNDTL DETAIL STORE      *
000120*    (COPY KAJCJDT) UNDER TONIGHT'S BUSINESS DATE, IN JOURNAL   *
000130*    ORDER - SO "WHAT DID THIS OPERATOR DO ON THAT TERMINAL     *
000140*    LAST TUESDAY" IS ANSWERED FROM THE JRNSCOB SEARCH SCREEN   *
000150*    INSTEAD OF AN OFFLOAD TAPE.  A RERUN REPLACES THE NIGHT'S  *
000160*    RECORDS (REWRITE ON A DUPLICATE KEY) RATHER THAN LOADING   *
000170*    THEM TWICE.  AFTER THE LOAD, DAYS OLDER THAN THE           *
000180*    RETENTION LIMIT (PARMFL KEY JRNDAYS) ARE PURGED FROM THE   *
000190*    FRONT OF THE FILE.                                         *
000200*                                                               *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                               *
000230*    --------   ----  ----------------------------------------- *
000240*    10/15/26   JTM   ORIGINAL                                  *
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AUDT-FILE ASSIGN TO AUDTIN
000320         ORGANIZATION IS SEQUENTIAL.
000330     SELECT JDT-FILE  ASSIGN TO JRNDTL
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS JDT-KEY
000370         FILE STATUS IS JL-JDT-STATUS.
000380     SELECT PARM-FILE ASSIGN TO PARMFL
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS PRM-KEY
000420         FILE STATUS IS JL-PARM-STATUS.
000430     SELECT RUN-FILE  ASSIGN TO RUNCTL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS RUN-KEY
000470         FILE STATUS IS JL-RUNC-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  AUDT-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 COPY KAJCJRN REPLACING ==KAJCJRN-RECORD== BY ==AUDT-RECORD==
000540                        LEADING ==JRN-== BY ==AUD-==.
000550 FD  JDT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 COPY KAJCJDT.
000580 FD  PARM-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY KAJCPRM.
000610 FD  RUN-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY KAJCRUN.
000640 WORKING-STORAGE SECTION.
000650 77  JL-JDT-STATUS       PIC X(02) VALUE '00'.
000660 77  JL-PARM-STATUS      PIC X(02) VALUE '00'.
000670 77  JL-EOF-SW           PIC X(01) VALUE 'N'.
000680     88  JL-END-OF-FILE      VALUE 'Y'.
000690 77  JL-PURGE-SW         PIC X(01) VALUE 'N'.
000700     88  JL-PURGE-DONE       VALUE 'Y'.
000710 77  JL-NEW-FILE-SW      PIC X(01) VALUE 'N'.
000720     88  JL-NEW-FILE         VALUE 'Y'.
000730 77  JL-LOAD-SEQ         PIC 9(07) VALUE ZERO.
000740 77  JL-WRITE-COUNT      PIC 9(07) VALUE ZERO.
000750 77  JL-REPLACE-COUNT    PIC 9(07) VALUE ZERO.
000760 77  JL-LOAD-COUNT       PIC 9(07) VALUE ZERO.
000770 77  JL-PURGE-COUNT      PIC 9(07) VALUE ZERO.
000780*                                                               *
000790*    DAYS OF DETAIL KEPT - REFRESHED FROM PARMFL (KEY JRNDAYS)  *
000800*    BY 1200; THE VALUE HERE IS THE FALLBACK WHEN THE RECORD    *
000810*    IS MISSING.  A DAY IS AGED AGAINST TONIGHT'S BUSINESS      *
000820*    DATE THE SAME WAY APRGCOB AGES THE ACTIVITY ARCHIVE.       *
000830*                                                               *
000840 77  JL-RETENTION-DAYS   PIC S9(4) COMP VALUE 90.
000850 77  JL-BUS-YY           PIC S9(4) COMP VALUE 0.
000860 77  JL-BUS-DDD          PIC S9(4) COMP VALUE 0.
000870 77  JL-REC-YY           PIC S9(4) COMP VALUE 0.
000880 77  JL-REC-DDD          PIC S9(4) COMP VALUE 0.
000890 77  JL-AGE-DAYS         PIC S9(8) COMP VALUE 0.
000900*                                                               *
000910*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
000920*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
000930*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
000940*                                                               *
000950 77  JL-RUNC-STATUS      PIC X(02) VALUE '00'.
000960 77  JL-RUN-JOB          PIC X(08) VALUE 'JRNLCOB'.
000970 77  JL-RUN-STEP         PIC 9(02) VALUE 10.
000980 77  JL-PRED-JOB         PIC X(08) VALUE 'PRTWCOB'.
000990 77  JL-PRED-STEP        PIC 9(02) VALUE 07.
001000 77  JL-BUS-DATE         PIC 9(07) VALUE ZERO.
001010 77  JL-CLOCK-DAY        PIC 9(05) VALUE ZERO.
001020 77  JL-CLOCK-DATE       PIC 9(07) VALUE ZERO.
001030 77  JL-CLOCK-TIME       PIC 9(08) VALUE ZERO.
001040 77  JL-CLOCK-HMS        PIC 9(07) VALUE ZERO.
001050 77  JL-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
001060     88  JL-RUN-FOUND        VALUE 'Y'.
001070 77  JL-RUN-REG-SW       PIC X(01) VALUE 'N'.
001080     88  JL-RUN-REGISTERED   VALUE 'Y'.
001090 PROCEDURE DIVISION.
001100*                                                               *
001110*    0000-MAINLINE - LOAD THE NIGHT, THEN PURGE THE OLDEST      *
001120*    DAYS.  THE LOAD COMES FIRST SO A PURGE PROBLEM NEVER       *
001130*    COSTS A NIGHT OF DETAIL.                                   *
001140*                                                               *
001150 0000-MAINLINE.
001160     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180     PERFORM 2000-LOAD-ONE THRU 2000-EXIT
001190         UNTIL JL-END-OF-FILE.
001200     PERFORM 3000-PURGE-OLD-DAYS THRU 3000-EXIT.
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001220     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001230     STOP RUN.
001240*                                                               *
001250*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
001260*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
001270*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
001280*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
001290*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
001300*                                                               *
001310 0500-CHECK-RUN-CONTROL.
001320     OPEN I-O RUN-FILE.
001330     IF JL-RUNC-STATUS NOT = '00'
001340         GO TO 9950-RUN-IO-ERROR
001350     END-IF.
001360     MOVE ZERO TO RUN-DATE.
001370     MOVE ZERO TO RUN-STEP.
001380     READ RUN-FILE.
001390     EVALUATE JL-RUNC-STATUS
001400         WHEN '00'
001410             CONTINUE
001420         WHEN '23'
001430             DISPLAY 'JRNLCOB - STREAM NOT OPENED - '
001440                 'BALNCOB HAS NOT RUN'
001450             GO TO 0590-REFUSE-RUN
001460         WHEN OTHER
001470             GO TO 9950-RUN-IO-ERROR
001480     END-EVALUATE.
001490     MOVE RUN-CTL-BUS-DATE TO JL-BUS-DATE.
001500     MOVE JL-BUS-DATE  TO RUN-DATE.
001510     MOVE JL-PRED-STEP TO RUN-STEP.
001520     READ RUN-FILE.
001530     EVALUATE JL-RUNC-STATUS
001540         WHEN '00'
001550             CONTINUE
001560         WHEN '23'
001570             DISPLAY 'JRNLCOB - ' JL-PRED-JOB
001580                 ' HAS NOT RUN FOR ' JL-BUS-DATE
001590             GO TO 0590-REFUSE-RUN
001600         WHEN OTHER
001610             GO TO 9950-RUN-IO-ERROR
001620     END-EVALUATE.
001630     IF NOT RUN-ENDED-CLEAN
001640         DISPLAY 'JRNLCOB - ' JL-PRED-JOB
001650             ' DID NOT END CLEAN FOR ' JL-BUS-DATE
001660         GO TO 0590-REFUSE-RUN
001670     END-IF.
001680     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
001690     CLOSE RUN-FILE.
001700 0500-EXIT.
001710     EXIT.
001720*                                                               *
001730*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
001740*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
001750*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
001760*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
001770*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
001780*                                                               *
001790 0550-REGISTER-START.
001800     MOVE JL-BUS-DATE TO RUN-DATE.
001810     MOVE JL-RUN-STEP TO RUN-STEP.
001820     MOVE 'N' TO JL-RUN-FOUND-SW.
001830     READ RUN-FILE.
001840     EVALUATE JL-RUNC-STATUS
001850         WHEN '00'
001860             MOVE 'Y' TO JL-RUN-FOUND-SW
001870         WHEN '23'
001880             MOVE SPACES TO KAJCRUN-RECORD
001890             MOVE JL-BUS-DATE TO RUN-DATE
001900             MOVE JL-RUN-STEP TO RUN-STEP
001910             MOVE ZERO TO RUN-ATTEMPTS
001920             MOVE ZERO TO RUN-ACT-DATE
001930             MOVE ZERO TO RUN-ACT-TIME
001940         WHEN OTHER
001950             GO TO 9950-RUN-IO-ERROR
001960     END-EVALUATE.
001970     IF JL-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
001980         DISPLAY 'JRNLCOB - ALREADY ENDED CLEAN FOR ' JL-BUS-DATE
001990             ' - NO RERUN AUTHORIZED'
002000         GO TO 0590-REFUSE-RUN
002010     END-IF.
002020     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
002030     MOVE JL-RUN-JOB    TO RUN-JOB.
002040     MOVE 'S'           TO RUN-STATUS.
002050     MOVE JL-CLOCK-DATE TO RUN-START-DATE.
002060     MOVE JL-CLOCK-HMS  TO RUN-START-TIME.
002070     MOVE ZERO          TO RUN-END-DATE.
002080     MOVE ZERO          TO RUN-END-TIME.
002090     MOVE ZERO          TO RUN-RC.
002100     MOVE 'LOADED  '    TO RUN-COUNT-LABEL (1).
002110     MOVE 'PURGED  '    TO RUN-COUNT-LABEL (2).
002120     MOVE ZERO          TO RUN-COUNT (1).
002130     MOVE ZERO          TO RUN-COUNT (2).
002140     MOVE 'N'           TO RUN-RERUN-FLAG.
002150     IF RUN-ATTEMPTS < 99
002160         ADD 1 TO RUN-ATTEMPTS
002170     END-IF.
002180     IF JL-RUN-FOUND
002190         REWRITE KAJCRUN-RECORD
002200     ELSE
002210         WRITE KAJCRUN-RECORD
002220     END-IF.
002230     IF JL-RUNC-STATUS NOT = '00'
002240         GO TO 9950-RUN-IO-ERROR
002250     END-IF.
002260     MOVE 'Y' TO JL-RUN-REG-SW.
002270 0550-EXIT.
002280     EXIT.
002290*                                                               *
002300*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
002310*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
002320*    THE SAME AS THE JOURNAL.                                   *
002330*                                                               *
002340 0560-READ-CLOCK.
002350     ACCEPT JL-CLOCK-DAY FROM DAY.
002360     ADD 100000 JL-CLOCK-DAY GIVING JL-CLOCK-DATE.
002370     ACCEPT JL-CLOCK-TIME FROM TIME.
002380     DIVIDE JL-CLOCK-TIME BY 100 GIVING JL-CLOCK-HMS.
002390 0560-EXIT.
002400     EXIT.
002410*                                                               *
002420*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
002430*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
002440*                                                               *
002450 0590-REFUSE-RUN.
002460     DISPLAY 'JRNLCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
002470     CLOSE RUN-FILE.
002480     MOVE 12 TO RETURN-CODE.
002490     STOP RUN.
002500*                                                               *
002510*    1000-INITIALIZE - A DETAIL STORE THAT HAS NEVER BEEN       *
002520*    WRITTEN (STATUS 35) IS CREATED BY THE FIRST NIGHT'S LOAD;  *
002530*    THERE IS NOTHING TO PURGE FROM IT THAT NIGHT.              *
002540*                                                               *
002550 1000-INITIALIZE.
002560     OPEN INPUT AUDT-FILE.
002570     OPEN I-O JDT-FILE.
002580     IF JL-JDT-STATUS = '35'
002590         OPEN OUTPUT JDT-FILE
002600         MOVE 'Y' TO JL-NEW-FILE-SW
002610     END-IF.
002620     IF JL-JDT-STATUS NOT = '00'
002630         GO TO 9800-JDT-IO-ERROR
002640     END-IF.
002650     PERFORM 1200-GET-PARAMETERS THRU 1200-EXIT.
002660     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
002670     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700*                                                               *
002710*    1200-GET-PARAMETERS - THE RETENTION LIMIT FROM THE PARMFL  *
002720*    PARAMETER FILE.  ANY TROUBLE (RECORD OR FILE MISSING,      *
002730*    NONSENSE VALUE) LEAVES THE COMPILED-IN DEFAULT STANDING -  *
002740*    THE LOAD MUST GO IN EITHER WAY.                            *
002750*                                                               *
002760 1200-GET-PARAMETERS.
002770     OPEN INPUT PARM-FILE.
002780     IF JL-PARM-STATUS NOT = '00'
002790         GO TO 1200-EXIT
002800     END-IF.
002810     MOVE 'JRNDAYS ' TO PRM-KEY.
002820     READ PARM-FILE.
002830     IF JL-PARM-STATUS = '00'
002840         AND PRM-VALUE > 0 AND PRM-VALUE < 1000
002850         MOVE PRM-VALUE TO JL-RETENTION-DAYS
002860     END-IF.
002870     CLOSE PARM-FILE.
002880 1200-EXIT.
002890     EXIT.
002900*                                                               *
002910*    2000-LOAD-ONE - THE KEY IS THE BUSINESS DATE AND THE       *
002920*    RECORD'S PLACE IN THE NIGHT'S JOURNAL, SO A RERUN OF THE   *
002930*    SAME BALANCED JOURNAL LANDS ON THE SAME KEYS - A           *
002940*    DUPLICATE IS REPLACED, NOT DOUBLED.                        *
002950*                                                               *
002960 2000-LOAD-ONE.
002970     ADD 1 TO JL-LOAD-SEQ.
002980     MOVE SPACES        TO KAJCJDT-RECORD.
002990     MOVE JL-BUS-DATE   TO JDT-DATE.
003000     MOVE JL-LOAD-SEQ   TO JDT-SEQ.
003010     MOVE AUDT-RECORD   TO JDT-JOURNAL.
003020     MOVE JL-CLOCK-DATE TO JDT-LOAD-DATE.
003030     MOVE JL-CLOCK-HMS  TO JDT-LOAD-TIME.
003040     WRITE KAJCJDT-RECORD.
003050     EVALUATE JL-JDT-STATUS
003060         WHEN '00'
003070             ADD 1 TO JL-WRITE-COUNT
003080         WHEN '22'
003090             REWRITE KAJCJDT-RECORD
003100             IF JL-JDT-STATUS NOT = '00'
003110                 GO TO 9800-JDT-IO-ERROR
003120             END-IF
003130             ADD 1 TO JL-REPLACE-COUNT
003140         WHEN OTHER
003150             GO TO 9800-JDT-IO-ERROR
003160     END-EVALUATE.
003170     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
003180 2000-EXIT.
003190     EXIT.
003200 2100-READ-JOURNAL-RECORD.
003210     READ AUDT-FILE
003220         AT END
003230             MOVE 'Y' TO JL-EOF-SW
003240     END-READ.
003250 2100-EXIT.
003260     EXIT.
003270*                                                               *
003280*    3000-PURGE-OLD-DAYS - THE KEY LEADS WITH THE DATE, SO THE  *
003290*    DAYS PAST THE RETENTION LIMIT SIT AT THE FRONT OF THE      *
003300*    FILE: WALK FORWARD FROM THE START, DELETING, AND STOP AT   *
003310*    THE FIRST RECORD YOUNG ENOUGH TO KEEP.  AGE IS YEARS       *
003320*    TIMES 365 PLUS THE DAY DIFFERENCE, AS IN APRGCOB.          *
003330*                                                               *
003340 3000-PURGE-OLD-DAYS.
003350     IF JL-NEW-FILE
003360         GO TO 3000-EXIT
003370     END-IF.
003380     DIVIDE JL-BUS-DATE BY 1000
003390         GIVING JL-BUS-YY REMAINDER JL-BUS-DDD.
003400     MOVE ZERO TO JDT-DATE.
003410     MOVE ZERO TO JDT-SEQ.
003420     START JDT-FILE KEY IS NOT LESS THAN JDT-KEY.
003430     EVALUATE JL-JDT-STATUS
003440         WHEN '00'
003450             CONTINUE
003460         WHEN '23'
003470             GO TO 3000-EXIT
003480         WHEN OTHER
003490             GO TO 9800-JDT-IO-ERROR
003500     END-EVALUATE.
003510     PERFORM 3100-PURGE-ONE THRU 3100-EXIT
003520         UNTIL JL-PURGE-DONE.
003530 3000-EXIT.
003540     EXIT.
003550 3100-PURGE-ONE.
003560     READ JDT-FILE NEXT RECORD
003570         AT END
003580             MOVE 'Y' TO JL-PURGE-SW
003590             GO TO 3100-EXIT
003600     END-READ.
003610     IF JL-JDT-STATUS NOT = '00'
003620         GO TO 9800-JDT-IO-ERROR
003630     END-IF.
003640     DIVIDE JDT-DATE BY 1000
003650         GIVING JL-REC-YY REMAINDER JL-REC-DDD.
003660     COMPUTE JL-AGE-DAYS =
003670         (JL-BUS-YY - JL-REC-YY) * 365
003680         + JL-BUS-DDD - JL-REC-DDD.
003690     IF JL-AGE-DAYS NOT > JL-RETENTION-DAYS
003700         MOVE 'Y' TO JL-PURGE-SW
003710         GO TO 3100-EXIT
003720     END-IF.
003730     DELETE JDT-FILE RECORD.
003740     IF JL-JDT-STATUS NOT = '00'
003750         GO TO 9800-JDT-IO-ERROR
003760     END-IF.
003770     ADD 1 TO JL-PURGE-COUNT.
003780 3100-EXIT.
003790     EXIT.
003800*                                                               *
003810*    9000-TERMINATE                                             *
003820*                                                               *
003830 9000-TERMINATE.
003840     CLOSE AUDT-FILE.
003850     CLOSE JDT-FILE.
003860     ADD JL-WRITE-COUNT JL-REPLACE-COUNT GIVING JL-LOAD-COUNT.
003870     DISPLAY 'JRNLCOB - LOADED ' JL-LOAD-COUNT
003880         ' FOR ' JL-BUS-DATE
003890         ' (REPLACED ' JL-REPLACE-COUNT ')'.
003900     DISPLAY 'JRNLCOB - KEEPING ' JL-RETENTION-DAYS
003910         ' DAYS, PURGED ' JL-PURGE-COUNT.
003920 9000-EXIT.
003930     EXIT.
003940*                                                               *
003950*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
003960*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
003970*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
003980*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
003990*                                                               *
004000 9100-POST-RUN-CONTROL.
004010     IF NOT JL-RUN-REGISTERED
004020         GO TO 9100-EXIT
004030     END-IF.
004040     MOVE 'N' TO JL-RUN-REG-SW.
004050     OPEN I-O RUN-FILE.
004060     IF JL-RUNC-STATUS NOT = '00'
004070         GO TO 9950-RUN-IO-ERROR
004080     END-IF.
004090     MOVE JL-BUS-DATE TO RUN-DATE.
004100     MOVE JL-RUN-STEP TO RUN-STEP.
004110     READ RUN-FILE.
004120     IF JL-RUNC-STATUS NOT = '00'
004130         GO TO 9950-RUN-IO-ERROR
004140     END-IF.
004150     IF RETURN-CODE > 4
004160         MOVE 'F' TO RUN-STATUS
004170     ELSE
004180         MOVE 'C' TO RUN-STATUS
004190     END-IF.
004200     MOVE RETURN-CODE TO RUN-RC.
004210     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
004220     MOVE JL-CLOCK-DATE TO RUN-END-DATE.
004230     MOVE JL-CLOCK-HMS  TO RUN-END-TIME.
004240     ADD JL-WRITE-COUNT JL-REPLACE-COUNT GIVING RUN-COUNT (1).
004250     MOVE JL-PURGE-COUNT TO RUN-COUNT (2).
004260     REWRITE KAJCRUN-RECORD.
004270     IF JL-RUNC-STATUS NOT = '00'
004280         GO TO 9950-RUN-IO-ERROR
004290     END-IF.
004300     CLOSE RUN-FILE.
004310 9100-EXIT.
004320     EXIT.
004330*                                                               *
004340*    9800 - HARD STOP.  A BAD STATUS ON THE DETAIL STORE MEANS  *
004350*    THE NIGHT'S LOAD CANNOT BE TRUSTED - STOP AND RERUN AFTER  *
004360*    THE FILE IS FIXED; THE RERUN REPLACES, NEVER DOUBLES.      *
004370*                                                               *
004380 9800-JDT-IO-ERROR.
004390     DISPLAY 'JRNLCOB - DETAIL STORE I/O ERROR, STATUS '
004400         JL-JDT-STATUS.
004410     MOVE 16 TO RETURN-CODE.
004420     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
004430     STOP RUN.
004440*                                                               *
004450*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
004460*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
004470*    OTHER HARD STOP.                                           *
004480*                                                               *
004490 9950-RUN-IO-ERROR.
004500     DISPLAY 'JRNLCOB - RUN CONTROL FILE I/O ERROR, STATUS '
004510         JL-RUNC-STATUS.
004520     MOVE 16 TO RETURN-CODE.
004530     STOP RUN.
