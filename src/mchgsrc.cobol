000010 ID DIVISION.
000020 PROGRAM-ID.    MCHGCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    MCHGCOB - OPERATOR MASS-CHANGE LOAD                        *
000090*    READS A DEPARTMENT'S REORGANIZATION CHANGE FILE (DD        *
000100*    MCHGIN, COPY KAJCMCH) - ADDS, CHANGES, DEACTIVATIONS AND   *
000105*    REACTIVATIONS - AND EDITS EVERY LINE THE WAY UPDTCOB'S     *
000110*    3100-3400 EDIT THE SCREEN.  EACH GOOD LINE IS QUEUED ON    *
000115*    PENDCH (COPY KAJCPND) THE WAY UPDTCOB WOULD HAVE QUEUED    *
000120*    IT, STAMPED WITH THE FILE'S BATCH ID AND THE SUBMITTING    *
000125*    ADMIN; A BAD LINE IS LISTED WITH ITS REASON AND QUEUES     *
000130*    NOTHING.  THE SUBMITTER ON THE HEADER IS ONLY A NAME ON    *
000135*    THE FILE, SO THE CHANGES ARE QUEUED HELD (PCH-STATUS 'H')  *
000140*    AND NOTHING HELD CAN BE APPROVED: THE SUBMITTER SIGNS ON   *
000145*    AND RELEASES THE BATCH ON THE APRVCOB SCREEN, WHICH        *
000150*    RE-STAMPS EVERY CHANGE AS KEYED BY THE SIGNED-ON ID AND    *
000155*    MAKES IT PENDING.  A SECOND ADMIN THEN APPROVES OR REJECTS *
000160*    THE WHOLE BATCH AT ONCE - NOT THE SUBMITTER, THE SAME RULE *
000165*    AS FOR A SINGLE CHANGE.  NOTHING HERE TOUCHES THE OPERTOR  *
000170*    MASTER.                                                    *
000200*                                                               *
000210*    THE HEADER RECORD NAMES THE BATCH AND THE SUBMITTER.  THE  *
000220*    SUBMITTER MUST BE AN ACTIVE OPERATOR ENTITLED TO OPTION    *
000230*    UPDT ON OPTENT (COPY KAJCENT, THE SAME TEST AS UPDTCOB'S   *
000240*    1060), AND THE BATCH ID MUST NOT ALREADY BE ON PENDCH      *
000243*    AGAINST AN OPERATOR CHANGE (ENTITLEMENT AND DELEGATION     *
000246*    REQUESTS, ACTIONS E AND T, CARRY NO BATCH ID);             *
000250*    OTHERWISE THE WHOLE FILE IS REFUSED (RC 8) AND NOTHING IS  *
000260*    QUEUED.  AN OPERATOR ID MAY APPEAR ONLY ONCE IN A BATCH,   *
000270*    AND A BATCH HOLDS AT MOST 99 CHANGES.                      *
000280*                                                               *
000290*    RUN ON REQUEST, OUTSIDE THE NIGHTLY STREAM.  RETURN CODE 0 *
000300*    WHEN EVERY LINE WAS QUEUED, 4 WHEN ANY WAS REJECTED (OR    *
000310*    THE FILE HELD NO CHANGES), 8 WHEN THE FILE WAS REFUSED.    *
000320*    A RERUN OF THE SAME FILE IS REFUSED BY ITS BATCH ID - FIX  *
000330*    THE REJECTED LINES AND SEND THEM UNDER A NEW BATCH ID.     *
000340*                                                               *
000350*    MODIFICATION HISTORY                                       *
000360*    DATE       INIT  DESCRIPTION                               *
000370*    --------   ----  ----------------------------------------- *
000380*    10/15/26   JTM   ORIGINAL                                  *
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CHG-FILE  ASSIGN TO MCHGIN
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS MC-CHG-STATUS.
000480     SELECT OPER-FILE ASSIGN TO OPERTOR
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS OPT-OPERATOR-ID
000520         FILE STATUS IS MC-OPER-STATUS.
000530     SELECT ENT-FILE  ASSIGN TO OPTENT
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS ENT-KEY
000570         FILE STATUS IS MC-ENT-STATUS.
000580     SELECT PEND-FILE ASSIGN TO PENDCH
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PCH-KEY
000620         FILE STATUS IS MC-PEND-STATUS.
000630     SELECT RPT-FILE  ASSIGN TO MCHOUT
000640         ORGANIZATION IS SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CHG-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 COPY KAJCMCH.
000710 FD  OPER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY KAJCOPT.
000740 FD  ENT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY KAJCENT.
000770 FD  PEND-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY KAJCPND.
000800 FD  RPT-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  RPT-PRINT-LINE      PIC X(80).
000840 WORKING-STORAGE SECTION.
000850 77  MC-CHG-STATUS       PIC X(02) VALUE '00'.
000860 77  MC-OPER-STATUS      PIC X(02) VALUE '00'.
000870 77  MC-ENT-STATUS       PIC X(02) VALUE '00'.
000880 77  MC-PEND-STATUS      PIC X(02) VALUE '00'.
000890 77  MC-CHG-EOF-SW       PIC X(01) VALUE 'N'.
000900     88  MC-CHG-AT-END       VALUE 'Y'.
000910 77  MC-PEND-EOF-SW      PIC X(01) VALUE 'N'.
000920     88  MC-PEND-AT-END      VALUE 'Y'.
000930 77  MC-ENT-SW           PIC X(01) VALUE 'N'.
000940     88  MC-IS-ENTITLED      VALUE 'Y'.
000950 77  MC-ON-FILE-SW       PIC X(01) VALUE 'N'.
000960     88  MC-ON-FILE          VALUE 'Y'.
000970 77  MC-BATCH-ID         PIC X(08) VALUE SPACES.
000980 77  MC-SUBMITTER        PIC X(08) VALUE SPACES.
000990 77  MC-REASON           PIC X(40) VALUE SPACES.
001000 77  MC-LINE-NO          PIC 9(05) VALUE ZERO.
001010 77  MC-LAST-SEQ         PIC 9(03) VALUE ZERO.
001020 77  MC-READ-COUNT       PIC 9(05) VALUE ZERO.
001030 77  MC-ACCEPT-COUNT     PIC 9(05) VALUE ZERO.
001040 77  MC-REJECT-COUNT     PIC 9(05) VALUE ZERO.
001050 77  MC-COMMENT-COUNT    PIC 9(05) VALUE ZERO.
001060*                                                               *
001070*    RUN DATE/TIME FOR THE PENDING RECORDS - ACCEPT FROM DAY    *
001080*    GIVES YYDDD AND FROM TIME GIVES HHMMSSTT; BOTH ARE CARRIED *
001090*    IN THE CYYDDD / 0HHMMSS FORMS THE REST OF THE SYSTEM USES. *
001100 77  MC-RUN-DAY          PIC 9(05) VALUE ZERO.
001110 77  MC-RUN-DATE         PIC 9(07) VALUE ZERO.
001120 77  MC-TIME-WORK        PIC 9(08) VALUE ZERO.
001130 77  MC-RUN-TIME         PIC 9(07) VALUE ZERO.
001140*                                                               *
001150*    OPERATOR IDS ALREADY QUEUED IN THIS BATCH - ONE CHANGE PER *
001160*    ID, SO THE BATCH APPLIES THE SAME IN ANY ORDER.            *
001170*                                                               *
001180 77  MC-ID-MAX           PIC S9(4) COMP VALUE 99.
001190 77  MC-ID-COUNT         PIC S9(4) COMP VALUE 0.
001200 77  MC-ID-IX            PIC S9(4) COMP VALUE 0.
001210 77  MC-ID-FOUND-SW      PIC X(01) VALUE 'N'.
001220     88  MC-ID-IN-BATCH      VALUE 'Y'.
001230 01  MC-ID-TABLE.
001240     05  MC-ID-ENTRY         PIC X(08) OCCURS 99 TIMES.
001250*                                                               *
001260 01  RPT-HEADING-1.
001270     05  FILLER              PIC X(10) VALUE SPACES.
001280     05  FILLER              PIC X(34)
001290         VALUE 'OPERATOR MASS-CHANGE LOAD - BATCH '.
001300     05  RPT-H-BATCH         PIC X(08).
001310 01  RPT-HEADING-2.
001320     05  FILLER              PIC X(13) VALUE 'SUBMITTED BY '.
001330     05  RPT-H-SUBMITTER     PIC X(08).
001340     05  FILLER              PIC X(02) VALUE SPACES.
001350     05  RPT-H-DESC          PIC X(40).
001360     05  FILLER              PIC X(04) VALUE ' ON '.
001370     05  RPT-H-DATE          PIC 9(07).
001380 01  RPT-HEADING-3.
001390     05  FILLER              PIC X(06) VALUE ' LINE'.
001400     05  FILLER              PIC X(02) VALUE 'A'.
001410     05  FILLER              PIC X(09) VALUE 'OPERATOR'.
001420     05  FILLER              PIC X(21) VALUE 'NAME'.
001430     05  FILLER              PIC X(02) VALUE 'U'.
001440     05  FILLER              PIC X(05) VALUE 'DEST'.
001450     05  FILLER              PIC X(09) VALUE 'RESULT'.
001460 01  RPT-DETAIL-LINE.
001470     05  RPT-D-LINE          PIC ZZZZ9.
001480     05  FILLER              PIC X(01) VALUE SPACES.
001490     05  RPT-D-ACTION        PIC X(01).
001500     05  FILLER              PIC X(01) VALUE SPACES.
001510     05  RPT-D-OPERATOR-ID   PIC X(08).
001520     05  FILLER              PIC X(01) VALUE SPACES.
001530     05  RPT-D-NAME          PIC X(20).
001540     05  FILLER              PIC X(01) VALUE SPACES.
001550     05  RPT-D-AUTH          PIC X(01).
001560     05  FILLER              PIC X(01) VALUE SPACES.
001570     05  RPT-D-DEST          PIC X(04).
001580     05  FILLER              PIC X(01) VALUE SPACES.
001590     05  RPT-D-RESULT        PIC X(08).
001600     05  FILLER              PIC X(01) VALUE SPACES.
001610     05  RPT-D-REASON        PIC X(26).
001620 01  RPT-REFUSED-LINE.
001630     05  FILLER              PIC X(15) VALUE 'FILE REFUSED - '.
001640     05  RPT-F-REASON        PIC X(40).
001650 01  RPT-REFUSED-NOTE.
001660     05  FILLER              PIC X(40)
001670         VALUE 'NOTHING WAS QUEUED FOR APPROVAL'.
001680 01  RPT-TOTAL-1.
001690     05  FILLER              PIC X(30)
001700         VALUE 'CHANGES READ:                '.
001710     05  RPT-T-READ          PIC ZZ,ZZ9.
001720 01  RPT-TOTAL-2.
001730     05  FILLER              PIC X(30)
001740         VALUE 'ACCEPTED, HELD FOR RELEASE:  '.
001750     05  RPT-T-ACCEPT        PIC ZZ,ZZ9.
001760 01  RPT-TOTAL-3.
001770     05  FILLER              PIC X(30)
001780         VALUE 'REJECTED:                    '.
001790     05  RPT-T-REJECT        PIC ZZ,ZZ9.
001800 01  RPT-TOTAL-4.
001810     05  FILLER              PIC X(41)
001820         VALUE 'SUBMITTER RELEASES ON APRVCOB, BATCH ID '.
001830     05  RPT-T-BATCH         PIC X(08).
001840 PROCEDURE DIVISION.
001850*                                                               *
001860*    0000-MAINLINE - CHECK THE HEADER, THEN EDIT AND QUEUE THE  *
001870*    CHANGES ONE LINE AT A TIME.                                *
001880*                                                               *
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-LOAD-ONE-LINE THRU 2000-EXIT
001920         UNTIL MC-CHG-AT-END.
001930     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     STOP RUN.
001960*                                                               *
001970*    1000-INITIALIZE - OPEN THE FILES, READ AND CHECK THE       *
001980*    HEADER (1100-1300) AND PRINT THE LISTING HEADINGS.         *
001990*                                                               *
002000 1000-INITIALIZE.
002010     OPEN INPUT CHG-FILE.
002020     IF MC-CHG-STATUS NOT = '00'
002030         GO TO 9830-CHG-IO-ERROR
002040     END-IF.
002050     OPEN INPUT OPER-FILE.
002060     IF MC-OPER-STATUS NOT = '00'
002070         GO TO 9800-OPER-IO-ERROR
002080     END-IF.
002090     OPEN INPUT ENT-FILE.
002100     IF MC-ENT-STATUS NOT = '00'
002110         GO TO 9810-ENT-IO-ERROR
002120     END-IF.
002130     OPEN I-O PEND-FILE.
002140     IF MC-PEND-STATUS NOT = '00'
002150         GO TO 9820-PEND-IO-ERROR
002160     END-IF.
002170     OPEN OUTPUT RPT-FILE.
002180     ACCEPT MC-RUN-DAY FROM DAY.
002190     ADD 100000 MC-RUN-DAY GIVING MC-RUN-DATE.
002200     ACCEPT MC-TIME-WORK FROM TIME.
002210     DIVIDE MC-TIME-WORK BY 100 GIVING MC-RUN-TIME.
002220     PERFORM 1100-CHECK-HEADER THRU 1100-EXIT.
002230     IF MC-REASON = SPACES
002240         PERFORM 1200-CHECK-SUBMITTER THRU 1200-EXIT
002250     END-IF.
002260     IF MC-REASON = SPACES
002270         PERFORM 1300-CHECK-BATCH-UNUSED THRU 1300-EXIT
002280     END-IF.
002290     MOVE MC-BATCH-ID    TO RPT-H-BATCH.
002300     WRITE RPT-PRINT-LINE FROM RPT-HEADING-1
002310         AFTER ADVANCING PAGE.
002320     MOVE MC-SUBMITTER   TO RPT-H-SUBMITTER.
002330     MOVE MC-RUN-DATE    TO RPT-H-DATE.
002340     WRITE RPT-PRINT-LINE FROM RPT-HEADING-2
002350         AFTER ADVANCING 1 LINE.
002360     MOVE SPACES TO RPT-PRINT-LINE.
002370     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
002380     IF MC-REASON NOT = SPACES
002390         GO TO 1900-REFUSE-FILE
002400     END-IF.
002410     WRITE RPT-PRINT-LINE FROM RPT-HEADING-3
002420         AFTER ADVANCING 1 LINE.
002430     PERFORM 2900-READ-CHANGE THRU 2900-EXIT.
002440 1000-EXIT.
002450     EXIT.
002460*                                                               *
002470*    1100-CHECK-HEADER - THE FIRST RECORD MUST BE THE HEADER,   *
002480*    WITH A BATCH ID AND A SUBMITTER.                           *
002490*                                                               *
002500 1100-CHECK-HEADER.
002510     MOVE SPACES TO RPT-H-DESC.
002520     PERFORM 2900-READ-CHANGE THRU 2900-EXIT.
002530     IF MC-CHG-AT-END
002540         MOVE 'CHANGE FILE IS EMPTY' TO MC-REASON
002550         GO TO 1100-EXIT
002560     END-IF.
002570     IF NOT MCH-IS-HEADER
002580         MOVE 'FIRST RECORD IS NOT THE HEADER' TO MC-REASON
002590         GO TO 1100-EXIT
002600     END-IF.
002610     MOVE MCH-H-BATCH-ID  TO MC-BATCH-ID.
002620     MOVE MCH-H-SUBMITTER TO MC-SUBMITTER.
002630     MOVE MCH-H-DESC      TO RPT-H-DESC.
002640     IF MC-BATCH-ID = SPACES
002650         MOVE 'HEADER HAS NO BATCH ID' TO MC-REASON
002660         GO TO 1100-EXIT
002670     END-IF.
002680     IF MC-SUBMITTER = SPACES
002690         MOVE 'HEADER HAS NO SUBMITTER' TO MC-REASON
002700     END-IF.
002710 1100-EXIT.
002720     EXIT.
002730*                                                               *
002740*    1200-CHECK-SUBMITTER - THE SUBMITTER MUST BE ABLE TO KEY   *
002750*    THESE CHANGES ON UPDTCOB: STILL ACTIVE ON THE MASTER, AND  *
002760*    ENTITLED TO OPTION UPDT - AN OVERRIDE FOR THE OPERATOR     *
002770*    WINS (G GRANTS, D DENIES), OTHERWISE THE AUTHORITY MUST    *
002780*    MEET THE OPTION'S MINIMUM.                                 *
002790*                                                               *
002800 1200-CHECK-SUBMITTER.
002810     MOVE MC-SUBMITTER TO OPT-OPERATOR-ID.
002820     READ OPER-FILE.
002830     EVALUATE MC-OPER-STATUS
002840         WHEN '00'
002850             CONTINUE
002860         WHEN '23'
002870             MOVE 'SUBMITTER NOT ON THE OPERATOR MASTER'
002880                 TO MC-REASON
002890             GO TO 1200-EXIT
002900         WHEN OTHER
002910             GO TO 9800-OPER-IO-ERROR
002920     END-EVALUATE.
002930     IF NOT OPT-IS-ACTIVE
002940         MOVE 'SUBMITTER IS NOT AN ACTIVE OPERATOR' TO MC-REASON
002950         GO TO 1200-EXIT
002960     END-IF.
002970     MOVE 'N' TO MC-ENT-SW.
002980     MOVE 'UPDT'       TO ENT-OPTION.
002990     MOVE MC-SUBMITTER TO ENT-OPERATOR-ID.
003000     READ ENT-FILE.
003010     EVALUATE MC-ENT-STATUS
003020         WHEN '00'
003030             IF ENT-OVR-GRANT
003040                 MOVE 'Y' TO MC-ENT-SW
003050                 GO TO 1200-DECIDE
003060             END-IF
003070             IF ENT-OVR-DENY
003080                 GO TO 1200-DECIDE
003090             END-IF
003100         WHEN '23'
003110             CONTINUE
003120         WHEN OTHER
003130             GO TO 9810-ENT-IO-ERROR
003140     END-EVALUATE.
003150     MOVE 'UPDT'   TO ENT-OPTION.
003160     MOVE SPACES   TO ENT-OPERATOR-ID.
003170     READ ENT-FILE.
003180     EVALUATE MC-ENT-STATUS
003190         WHEN '00'
003200             IF OPT-AUTHORITY NOT < ENT-MIN-AUTH
003210                 MOVE 'Y' TO MC-ENT-SW
003220             END-IF
003230         WHEN '23'
003240             CONTINUE
003250         WHEN OTHER
003260             GO TO 9810-ENT-IO-ERROR
003270     END-EVALUATE.
003280 1200-DECIDE.
003290     IF NOT MC-IS-ENTITLED
003300         MOVE 'SUBMITTER NOT ENTITLED TO OPTION UPDT'
003310             TO MC-REASON
003320     END-IF.
003330 1200-EXIT.
003340     EXIT.
003350*                                                               *
003360*    1300-CHECK-BATCH-UNUSED - A BATCH ID NAMES ONE LOAD FOR    *
003370*    GOOD; ONE ALREADY ON PENDCH (HELD, PENDING OR DECIDED)     *
003380*    MEANS THIS FILE HAS BEEN LOADED BEFORE.                    *
003390*                                                               *
003400 1300-CHECK-BATCH-UNUSED.
003410     MOVE LOW-VALUES TO PCH-KEY.
003420     START PEND-FILE KEY IS NOT LESS THAN PCH-KEY.
003430     EVALUATE MC-PEND-STATUS
003440         WHEN '00'
003450             CONTINUE
003460         WHEN '23'
003470             GO TO 1300-EXIT
003480         WHEN OTHER
003490             GO TO 9820-PEND-IO-ERROR
003500     END-EVALUATE.
003510     MOVE 'N' TO MC-PEND-EOF-SW.
003520     PERFORM 1350-CHECK-ONE-PENDING THRU 1350-EXIT
003530         UNTIL MC-PEND-AT-END.
003540 1300-EXIT.
003550     EXIT.
003560 1350-CHECK-ONE-PENDING.
003570     READ PEND-FILE NEXT RECORD
003580         AT END
003590             MOVE 'Y' TO MC-PEND-EOF-SW
003600             GO TO 1350-EXIT
003610     END-READ.
003620     IF MC-PEND-STATUS NOT = '00'
003630         GO TO 9820-PEND-IO-ERROR
003640     END-IF.
003650     IF NOT PCH-ACT-ENTITLE AND NOT PCH-ACT-DELEGATE
003660         AND PCH-BATCH-ID = MC-BATCH-ID
003670         MOVE 'BATCH ID ALREADY USED ON PENDCH' TO MC-REASON
003680         MOVE 'Y' TO MC-PEND-EOF-SW
003690     END-IF.
003700 1350-EXIT.
003710     EXIT.
003720*                                                               *
003730*    1900-REFUSE-FILE - THE HEADER FAILED ITS CHECKS.  THE      *
003740*    REASON GOES ON THE LISTING AND THE CONSOLE; NOTHING HAS    *
003750*    BEEN QUEUED.                                               *
003760*                                                               *
003770 1900-REFUSE-FILE.
003780     MOVE MC-REASON TO RPT-F-REASON.
003790     WRITE RPT-PRINT-LINE FROM RPT-REFUSED-LINE
003800         AFTER ADVANCING 1 LINE.
003810     WRITE RPT-PRINT-LINE FROM RPT-REFUSED-NOTE
003820         AFTER ADVANCING 1 LINE.
003830     DISPLAY 'MCHGCOB - FILE REFUSED - ' MC-REASON.
003840     MOVE 8 TO RETURN-CODE.
003850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003860     STOP RUN.
003870*                                                               *
003880*    2000-LOAD-ONE-LINE - EDIT ONE DETAIL (2100) AND, IF IT IS  *
003890*    GOOD, QUEUE IT (2500); EITHER WAY IT GOES ON THE LISTING.  *
003900*                                                               *
003910 2000-LOAD-ONE-LINE.
003920     IF MCH-IS-COMMENT
003930         ADD 1 TO MC-COMMENT-COUNT
003940         GO TO 2000-NEXT
003950     END-IF.
003960     ADD 1 TO MC-READ-COUNT.
003970     MOVE SPACES TO MC-REASON.
003980     EVALUATE TRUE
003990         WHEN MCH-IS-DETAIL
004000             PERFORM 2100-EDIT-CHANGE THRU 2100-EXIT
004010         WHEN MCH-IS-HEADER
004020             MOVE 'SECOND HEADER RECORD' TO MC-REASON
004030         WHEN OTHER
004040             MOVE 'RECORD TYPE NOT H, D OR *' TO MC-REASON
004050     END-EVALUATE.
004060     IF MC-REASON = SPACES
004070         PERFORM 2500-WRITE-PENDING THRU 2500-EXIT
004080     END-IF.
004090     PERFORM 2800-LIST-LINE THRU 2800-EXIT.
004100 2000-NEXT.
004110     PERFORM 2900-READ-CHANGE THRU 2900-EXIT.
004120 2000-EXIT.
004130     EXIT.
004140*                                                               *
004150*    2100-EDIT-CHANGE - THE SAME EDITS UPDTCOB'S 3000-3400 MAKE *
004160*    ON THE SCREEN, PLUS THE BATCH'S OWN: ONE CHANGE PER ID,    *
004170*    AND NO MORE THAN MC-ID-MAX OF THEM.                        *
004180*                                                               *
004190 2100-EDIT-CHANGE.
004200     IF MCH-D-OPERATOR-ID = SPACES
004210         MOVE 'NO OPERATOR ID' TO MC-REASON
004220         GO TO 2100-EXIT
004230     END-IF.
004240     PERFORM 2200-FIND-IN-BATCH THRU 2200-EXIT.
004250     IF MC-ID-IN-BATCH
004260         MOVE 'ID ALREADY IN THIS BATCH' TO MC-REASON
004270         GO TO 2100-EXIT
004280     END-IF.
004290     IF MC-ID-COUNT NOT < MC-ID-MAX
004300         MOVE 'BATCH FULL (99 CHANGES)' TO MC-REASON
004310         GO TO 2100-EXIT
004320     END-IF.
004330     EVALUATE MCH-D-ACTION
004340         WHEN 'A'
004350             PERFORM 2110-EDIT-ADD THRU 2110-EXIT
004360         WHEN 'C'
004370             PERFORM 2120-EDIT-CHANGE-FIELDS THRU 2120-EXIT
004380         WHEN 'D'
004390             PERFORM 2130-EDIT-DEACTIVATE THRU 2130-EXIT
004400         WHEN 'R'
004410             PERFORM 2140-EDIT-REACTIVATE THRU 2140-EXIT
004420         WHEN OTHER
004430             MOVE 'ACTION MUST BE A, C, D, R' TO MC-REASON
004440     END-EVALUATE.
004450 2100-EXIT.
004460     EXIT.
004470 2110-EDIT-ADD.
004480     IF MCH-D-NAME = SPACES
004490         MOVE 'NAME REQUIRED ON AN ADD' TO MC-REASON
004500         GO TO 2110-EXIT
004510     END-IF.
004520     MOVE MCH-D-AUTHORITY TO OPT-AUTHORITY.
004530     IF NOT (OPT-AUTH-VIEWER OR OPT-AUTH-SUPERVISOR
004540             OR OPT-AUTH-ADMIN)
004550         MOVE 'AUTHORITY MUST BE 1, 2, 3' TO MC-REASON
004560         GO TO 2110-EXIT
004570     END-IF.
004580     PERFORM 2300-READ-OPERATOR THRU 2300-EXIT.
004590     IF MC-ON-FILE
004600         MOVE 'OPERATOR ALREADY ON FILE' TO MC-REASON
004610     END-IF.
004620 2110-EXIT.
004630     EXIT.
004640*    A BLANK FIELD ON A CHANGE MEANS "LEAVE IT ALONE", AS ON    *
004650*    THE SCREEN.                                                *
004660 2120-EDIT-CHANGE-FIELDS.
004670     IF MCH-D-NAME = SPACES
004680         AND MCH-D-AUTHORITY = SPACES
004690         AND MCH-D-PRINT-DEST = SPACES
004700         MOVE 'NOTHING TO CHANGE' TO MC-REASON
004710         GO TO 2120-EXIT
004720     END-IF.
004730     IF MCH-D-AUTHORITY NOT = SPACES
004740         MOVE MCH-D-AUTHORITY TO OPT-AUTHORITY
004750         IF NOT (OPT-AUTH-VIEWER OR OPT-AUTH-SUPERVISOR
004760                 OR OPT-AUTH-ADMIN)
004770             MOVE 'AUTHORITY MUST BE 1, 2, 3' TO MC-REASON
004780             GO TO 2120-EXIT
004790         END-IF
004800     END-IF.
004810     PERFORM 2300-READ-OPERATOR THRU 2300-EXIT.
004820     IF NOT MC-ON-FILE
004830         MOVE 'OPERATOR NOT ON FILE' TO MC-REASON
004840     END-IF.
004850 2120-EXIT.
004860     EXIT.
004870 2130-EDIT-DEACTIVATE.
004880     PERFORM 2300-READ-OPERATOR THRU 2300-EXIT.
004890     IF NOT MC-ON-FILE
004900         MOVE 'OPERATOR NOT ON FILE' TO MC-REASON
004910         GO TO 2130-EXIT
004920     END-IF.
004930     IF OPT-IS-INACTIVE
004940         MOVE 'OPERATOR ALREADY INACTIVE' TO MC-REASON
004950     END-IF.
004960 2130-EXIT.
004970     EXIT.
004980 2140-EDIT-REACTIVATE.
004990     PERFORM 2300-READ-OPERATOR THRU 2300-EXIT.
005000     IF NOT MC-ON-FILE
005010         MOVE 'OPERATOR NOT ON FILE' TO MC-REASON
005020         GO TO 2140-EXIT
005030     END-IF.
005040     IF OPT-IS-ACTIVE
005050         MOVE 'OPERATOR ALREADY ACTIVE' TO MC-REASON
005060     END-IF.
005070 2140-EXIT.
005080     EXIT.
005090*                                                               *
005100*    2200-FIND-IN-BATCH - IS THIS ID ALREADY QUEUED IN THE      *
005110*    BATCH?                                                     *
005120*                                                               *
005130 2200-FIND-IN-BATCH.
005140     MOVE 'N' TO MC-ID-FOUND-SW.
005150     PERFORM 2250-CHECK-ONE-ID THRU 2250-EXIT
005160         VARYING MC-ID-IX FROM 1 BY 1
005170         UNTIL MC-ID-IX > MC-ID-COUNT OR MC-ID-IN-BATCH.
005180 2200-EXIT.
005190     EXIT.
005200 2250-CHECK-ONE-ID.
005210     IF MC-ID-ENTRY (MC-ID-IX) = MCH-D-OPERATOR-ID
005220         MOVE 'Y' TO MC-ID-FOUND-SW
005230     END-IF.
005240 2250-EXIT.
005250     EXIT.
005260*                                                               *
005270*    2300-READ-OPERATOR - SANITY READ OF THE TARGET.  CALLERS   *
005280*    TEST MC-ON-FILE.                                           *
005290*                                                               *
005300 2300-READ-OPERATOR.
005310     MOVE MCH-D-OPERATOR-ID TO OPT-OPERATOR-ID.
005320     READ OPER-FILE.
005330     EVALUATE MC-OPER-STATUS
005340         WHEN '00'
005350             MOVE 'Y' TO MC-ON-FILE-SW
005360         WHEN '23'
005370             MOVE 'N' TO MC-ON-FILE-SW
005380         WHEN OTHER
005390             GO TO 9800-OPER-IO-ERROR
005400     END-EVALUATE.
005410 2300-EXIT.
005420     EXIT.
005430*                                                               *
005440*    2500-WRITE-PENDING - QUEUE THE CHANGE UNDER THE NEXT       *
005450*    SEQUENCE FOR THE TARGET ID, BUILT THE WAY UPDTCOB'S 3500   *
005460*    BUILDS IT (BLANK FIELDS STAY BLANK), PLUS THE BATCH ID AND *
005470*    THE LINE IT CAME FROM - BUT HELD, NOT PENDING, UNTIL THE   *
005475*    SUBMITTER RELEASES IT ON APRVCOB.                          *
005480*                                                               *
005490 2500-WRITE-PENDING.
005500     PERFORM 2550-FIND-NEXT-SEQUENCE THRU 2550-EXIT.
005510     IF MC-LAST-SEQ = 999
005520         MOVE 'PENDING LIMIT REACHED' TO MC-REASON
005530         GO TO 2500-EXIT
005540     END-IF.
005550     MOVE SPACES            TO KAJCPND-RECORD.
005560     MOVE MCH-D-OPERATOR-ID TO PCH-TARGET-ID.
005570     ADD 1 MC-LAST-SEQ GIVING PCH-SEQUENCE.
005580     MOVE MCH-D-ACTION      TO PCH-ACTION.
005590     MOVE MCH-D-NAME        TO PCH-NAME.
005600     MOVE MCH-D-AUTHORITY   TO PCH-AUTHORITY.
005610     MOVE MCH-D-PRINT-DEST  TO PCH-PRINT-DEST.
005620     MOVE 'H'               TO PCH-STATUS.
005630     MOVE MC-SUBMITTER      TO PCH-REQ-BY.
005640     MOVE MC-RUN-DATE       TO PCH-REQ-DATE.
005650     MOVE MC-RUN-TIME       TO PCH-REQ-TIME.
005660     MOVE SPACES            TO PCH-DEC-BY.
005670     MOVE ZERO              TO PCH-DEC-DATE.
005680     MOVE ZERO              TO PCH-DEC-TIME.
005690     MOVE MC-BATCH-ID       TO PCH-BATCH-ID.
005700     MOVE MC-LINE-NO        TO PCH-BATCH-LINE.
005710     WRITE KAJCPND-RECORD.
005720     EVALUATE MC-PEND-STATUS
005730         WHEN '00'
005740             CONTINUE
005750         WHEN '22'
005760             MOVE 'PENDING LIMIT REACHED' TO MC-REASON
005770             GO TO 2500-EXIT
005780         WHEN OTHER
005790             GO TO 9820-PEND-IO-ERROR
005800     END-EVALUATE.
005810     ADD 1 TO MC-ID-COUNT.
005820     MOVE MCH-D-OPERATOR-ID TO MC-ID-ENTRY (MC-ID-COUNT).
005830 2500-EXIT.
005840     EXIT.
005850*                                                               *
005860*    2550-FIND-NEXT-SEQUENCE - HIGHEST SEQUENCE ALREADY ON      *
005870*    PENDCH FOR THIS TARGET (ZERO WHEN NONE), THE SAME SCAN AS  *
005880*    UPDTCOB'S 3550.                                            *
005890*                                                               *
005900 2550-FIND-NEXT-SEQUENCE.
005910     MOVE ZERO TO MC-LAST-SEQ.
005920     MOVE MCH-D-OPERATOR-ID TO PCH-TARGET-ID.
005930     MOVE ZERO              TO PCH-SEQUENCE.
005940     START PEND-FILE KEY IS NOT LESS THAN PCH-KEY.
005950     EVALUATE MC-PEND-STATUS
005960         WHEN '00'
005970             CONTINUE
005980         WHEN '23'
005990             GO TO 2550-EXIT
006000         WHEN OTHER
006010             GO TO 9820-PEND-IO-ERROR
006020     END-EVALUATE.
006030     MOVE 'N' TO MC-PEND-EOF-SW.
006040     PERFORM 2560-SCAN-ONE-PENDING THRU 2560-EXIT
006050         UNTIL MC-PEND-AT-END.
006060 2550-EXIT.
006070     EXIT.
006080 2560-SCAN-ONE-PENDING.
006090     READ PEND-FILE NEXT RECORD
006100         AT END
006110             MOVE 'Y' TO MC-PEND-EOF-SW
006120             GO TO 2560-EXIT
006130     END-READ.
006140     IF MC-PEND-STATUS NOT = '00'
006150         GO TO 9820-PEND-IO-ERROR
006160     END-IF.
006170     IF PCH-TARGET-ID NOT = MCH-D-OPERATOR-ID
006180         MOVE 'Y' TO MC-PEND-EOF-SW
006190         GO TO 2560-EXIT
006200     END-IF.
006210     MOVE PCH-SEQUENCE TO MC-LAST-SEQ.
006220 2560-EXIT.
006230     EXIT.
006240*                                                               *
006250*    2800-LIST-LINE - ONE LISTING LINE PER CHANGE: ACCEPTED     *
006260*    WITH ITS PENDCH SEQUENCE, OR REJECTED WITH THE REASON.     *
006270*                                                               *
006280 2800-LIST-LINE.
006290     MOVE MC-LINE-NO         TO RPT-D-LINE.
006300     MOVE MCH-D-ACTION       TO RPT-D-ACTION.
006310     MOVE MCH-D-OPERATOR-ID  TO RPT-D-OPERATOR-ID.
006320     MOVE MCH-D-NAME         TO RPT-D-NAME.
006330     MOVE MCH-D-AUTHORITY    TO RPT-D-AUTH.
006340     MOVE MCH-D-PRINT-DEST   TO RPT-D-DEST.
006350     IF MC-REASON = SPACES
006360         ADD 1 TO MC-ACCEPT-COUNT
006370         MOVE 'ACCEPTED'     TO RPT-D-RESULT
006380         MOVE SPACES         TO RPT-D-REASON
006390         MOVE 'HELD SEQ'     TO RPT-D-REASON (1:8)
006400         MOVE PCH-SEQUENCE   TO RPT-D-REASON (10:3)
006410     ELSE
006420         ADD 1 TO MC-REJECT-COUNT
006430         MOVE 'REJECTED'     TO RPT-D-RESULT
006440         MOVE MC-REASON      TO RPT-D-REASON
006450     END-IF.
006460     WRITE RPT-PRINT-LINE FROM RPT-DETAIL-LINE
006470         AFTER ADVANCING 1 LINE.
006480 2800-EXIT.
006490     EXIT.
006500 2900-READ-CHANGE.
006510     READ CHG-FILE
006520         AT END
006530             MOVE 'Y' TO MC-CHG-EOF-SW
006540             GO TO 2900-EXIT
006550     END-READ.
006560     IF MC-CHG-STATUS NOT = '00'
006570         GO TO 9830-CHG-IO-ERROR
006580     END-IF.
006590     ADD 1 TO MC-LINE-NO.
006600 2900-EXIT.
006610     EXIT.
006620*                                                               *
006630*    4000-PRINT-TOTALS - AND WHERE TO GO NEXT.                  *
006640*                                                               *
006650 4000-PRINT-TOTALS.
006660     MOVE SPACES TO RPT-PRINT-LINE.
006670     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
006680     MOVE MC-READ-COUNT TO RPT-T-READ.
006690     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-1
006700         AFTER ADVANCING 1 LINE.
006710     MOVE MC-ACCEPT-COUNT TO RPT-T-ACCEPT.
006720     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-2
006730         AFTER ADVANCING 1 LINE.
006740     MOVE MC-REJECT-COUNT TO RPT-T-REJECT.
006750     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-3
006760         AFTER ADVANCING 1 LINE.
006770     IF MC-ACCEPT-COUNT > 0
006780         MOVE MC-BATCH-ID TO RPT-T-BATCH
006790         MOVE SPACES TO RPT-PRINT-LINE
006800         WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE
006810         WRITE RPT-PRINT-LINE FROM RPT-TOTAL-4
006820             AFTER ADVANCING 1 LINE
006830     END-IF.
006840     IF MC-REJECT-COUNT > 0 OR MC-ACCEPT-COUNT = 0
006850         MOVE 4 TO RETURN-CODE
006860     END-IF.
006870 4000-EXIT.
006880     EXIT.
006890*                                                               *
006900*    9000-TERMINATE                                             *
006910*                                                               *
006920 9000-TERMINATE.
006930     CLOSE CHG-FILE.
006940     CLOSE OPER-FILE.
006950     CLOSE ENT-FILE.
006960     CLOSE PEND-FILE.
006970     CLOSE RPT-FILE.
006980     DISPLAY 'MCHGCOB - BATCH ' MC-BATCH-ID
006990         ' READ ' MC-READ-COUNT
007000         ' ACCEPTED ' MC-ACCEPT-COUNT
007010         ' REJECTED ' MC-REJECT-COUNT.
007020 9000-EXIT.
007030     EXIT.
007040*                                                               *
007050*    9800 - HARD STOPS.  LINES ALREADY QUEUED STAY ON PENDCH    *
007060*    UNDER THE BATCH ID; THE LISTING UP TO THE STOP SHOWS WHICH *
007070*    THEY ARE.  THE REST GO IN AGAIN UNDER A NEW BATCH ID.      *
007080*                                                               *
007090 9800-OPER-IO-ERROR.
007100     DISPLAY 'MCHGCOB - OPERATOR FILE I/O ERROR, STATUS '
007110         MC-OPER-STATUS.
007120     MOVE 16 TO RETURN-CODE.
007130     STOP RUN.
007140 9810-ENT-IO-ERROR.
007150     DISPLAY 'MCHGCOB - ENTITLEMENT FILE I/O ERROR, STATUS '
007160         MC-ENT-STATUS.
007170     MOVE 16 TO RETURN-CODE.
007180     STOP RUN.
007190 9820-PEND-IO-ERROR.
007200     DISPLAY 'MCHGCOB - PENDING CHANGE FILE I/O ERROR, STATUS '
007210         MC-PEND-STATUS.
007220     MOVE 16 TO RETURN-CODE.
007230     STOP RUN.
007240 9830-CHG-IO-ERROR.
007250     DISPLAY 'MCHGCOB - CHANGE FILE I/O ERROR, STATUS '
007260         MC-CHG-STATUS.
007270     MOVE 16 TO RETURN-CODE.
007280     STOP RUN.
