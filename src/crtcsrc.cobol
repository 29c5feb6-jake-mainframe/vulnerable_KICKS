000010 ID DIVISION.
000020 PROGRAM-ID.    CRTCCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    CRTCCOB - ACCESS RECERTIFICATION CYCLE CLOSE REPORT        *
000090*    RUN AT THE END OF A QUARTERLY CERTIFICATION CYCLE (THE     *
000100*    ONE POSTED TO PARMFL KEY CERTCYCL BY CRTOCOB).  READS THE  *
000110*    CYCLE'S WORKSHEET LINES OFF CERTFL (COPY KAJCCRT) IN KEY   *
000120*    ORDER AND REPORTS, GROUPED BY REVIEWER:                    *
000130*        - LINES STILL UNDECIDED - ACCESS NOBODY CERTIFIED,     *
000140*        - LINES DECIDED AFTER THE DUE DATE - ACCESS NOT        *
000150*          ATTESTED ON TIME,                                    *
000160*    WITH CYCLE TOTALS FOR THE AUDIT FILE.  THE CYCLE IS THEN   *
000170*    MARKED CLOSED (PARMFL KEY CERTCLSD): THE CERTCOB SCREEN    *
000180*    TAKES NO MORE DECISIONS FOR IT AND CRTOCOB WILL NOT        *
000190*    REOPEN IT.  A RERUN REPRINTS THE SAME REPORT.  ENDS WITH   *
000200*    RETURN CODE 4 WHEN THERE IS ANY EXCEPTION TO REPORT.       *
000210*                                                               *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                               *
000240*    --------   ----  ----------------------------------------- *
000250*    10/15/26   JTM   ORIGINAL                                  *
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CERT-FILE ASSIGN TO CERTFL
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS CRT-KEY
000360         FILE STATUS IS CC-CERT-STATUS.
000370     SELECT PARM-FILE ASSIGN TO PARMFL
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PRM-KEY
000410         FILE STATUS IS CC-PARM-STATUS.
000420     SELECT RPT-FILE  ASSIGN TO CRCOUT
000430         ORGANIZATION IS SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CERT-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY KAJCCRT.
000490 FD  PARM-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY KAJCPRM.
000520 FD  RPT-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 01  RPT-PRINT-LINE      PIC X(80).
000560 WORKING-STORAGE SECTION.
000570 77  CC-CERT-STATUS      PIC X(02) VALUE '00'.
000580 77  CC-PARM-STATUS      PIC X(02) VALUE '00'.
000590 77  CC-CERT-EOF-SW      PIC X(01) VALUE 'N'.
000600     88  CC-CERT-AT-END      VALUE 'Y'.
000610 77  CC-FIRST-SW         PIC X(01) VALUE 'Y'.
000620     88  CC-FIRST-REVIEWER   VALUE 'Y'.
000630 77  CC-EXCEPT-SW        PIC X(01) VALUE 'N'.
000640     88  CC-IS-EXCEPTION     VALUE 'Y'.
000650 77  CC-PREV-REVIEWER    PIC X(08) VALUE SPACES.
000660 77  CC-RUN-DAY          PIC 9(05) VALUE ZERO.
000670 77  CC-RUN-DATE         PIC 9(07) VALUE ZERO.
000680*                                                               *
000690*    THE CYCLE BEING CLOSED - YYN ON PARMFL, YYQN ON THE FILE.  *
000700 77  CC-CYCLE-YYN        PIC 9(05) VALUE ZERO.
000710 01  CC-CYCLE-ID.
000720     05  CC-CYC-YY       PIC 9(02).
000730     05  FILLER          PIC X(01) VALUE 'Q'.
000740     05  CC-CYC-QTR      PIC 9(01).
000750 77  CC-LINE-COUNT       PIC 9(05) VALUE ZERO.
000760 77  CC-ONTIME-COUNT     PIC 9(05) VALUE ZERO.
000770 77  CC-KEEP-COUNT       PIC 9(05) VALUE ZERO.
000780 77  CC-REVOKE-COUNT     PIC 9(05) VALUE ZERO.
000790 77  CC-LATE-COUNT       PIC 9(05) VALUE ZERO.
000800 77  CC-OPEN-COUNT       PIC 9(05) VALUE ZERO.
000810*                                                               *
000820 01  CC-LATE-TEXT.
000830     05  FILLER              PIC X(17) VALUE 'ATTESTED LATE ON '.
000840     05  CC-LT-DATE          PIC 9(07).
000850     05  FILLER              PIC X(02) VALUE ' ('.
000860     05  CC-LT-DECISION      PIC X(06).
000870     05  FILLER              PIC X(01) VALUE ')'.
000880*                                                               *
000890 01  RPT-HEADING-1.
000900     05  FILLER              PIC X(10) VALUE SPACES.
000910     05  FILLER              PIC X(46)
000920         VALUE 'ACCESS RECERTIFICATION CLOSE REPORT - CYCLE '.
000930     05  RPT-H-CYCLE         PIC X(04).
000940 01  RPT-HEADING-2.
000950     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
000960     05  FILLER              PIC X(22) VALUE 'NAME'.
000970     05  FILLER              PIC X(03) VALUE 'AU'.
000980     05  FILLER              PIC X(09) VALUE 'DUE'.
000990     05  FILLER              PIC X(30) VALUE 'EXCEPTION'.
001000 01  RPT-REVIEWER-LINE.
001010     05  FILLER              PIC X(10) VALUE 'REVIEWER '.
001020     05  RPT-R-REVIEWER      PIC X(30).
001030 01  RPT-DETAIL-LINE.
001040     05  RPT-D-OPERATOR-ID   PIC X(08).
001050     05  FILLER              PIC X(02) VALUE SPACES.
001060     05  RPT-D-NAME          PIC X(20).
001070     05  FILLER              PIC X(02) VALUE SPACES.
001080     05  RPT-D-AUTH          PIC X(01).
001090     05  FILLER              PIC X(02) VALUE SPACES.
001100     05  RPT-D-DUE           PIC 9(07).
001110     05  FILLER              PIC X(02) VALUE SPACES.
001120     05  RPT-D-EXCEPTION     PIC X(34).
001130 01  RPT-NONE-LINE.
001140     05  FILLER              PIC X(40)
001150         VALUE 'NONE - EVERY LINE ATTESTED ON TIME'.
001160 01  RPT-TOTAL-1.
001170     05  FILLER              PIC X(30)
001180         VALUE 'WORKSHEET LINES IN CYCLE:    '.
001190     05  RPT-T-LINES         PIC ZZ,ZZ9.
001200 01  RPT-TOTAL-2.
001210     05  FILLER              PIC X(30)
001220         VALUE 'ATTESTED ON TIME:            '.
001230     05  RPT-T-ONTIME        PIC ZZ,ZZ9.
001240 01  RPT-TOTAL-3.
001250     05  FILLER              PIC X(30)
001260         VALUE '  KEPT:                      '.
001270     05  RPT-T-KEEP          PIC ZZ,ZZ9.
001280 01  RPT-TOTAL-4.
001290     05  FILLER              PIC X(30)
001300         VALUE '  REVOKED:                   '.
001310     05  RPT-T-REVOKE        PIC ZZ,ZZ9.
001320 01  RPT-TOTAL-5.
001330     05  FILLER              PIC X(30)
001340         VALUE 'ATTESTED LATE:               '.
001350     05  RPT-T-LATE          PIC ZZ,ZZ9.
001360 01  RPT-TOTAL-6.
001370     05  FILLER              PIC X(30)
001380         VALUE 'NOT CERTIFIED:               '.
001390     05  RPT-T-OPEN          PIC ZZ,ZZ9.
001400 PROCEDURE DIVISION.
001410*                                                               *
001420*    0000-MAINLINE                                              *
001430*                                                               *
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-CHECK-ONE-LINE THRU 2000-EXIT
001470         UNTIL CC-CERT-AT-END.
001480     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001490     PERFORM 4000-CLOSE-CYCLE THRU 4000-EXIT.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001510     STOP RUN.
001520*                                                               *
001530*    1000-INITIALIZE - FIND THE OPEN CYCLE ON PARMFL AND        *
001540*    POSITION ON ITS FIRST LINE.                                *
001550*                                                               *
001560 1000-INITIALIZE.
001570     OPEN I-O PARM-FILE.
001580     IF CC-PARM-STATUS NOT = '00'
001590         GO TO 9820-PARM-IO-ERROR
001600     END-IF.
001610     MOVE 'CERTCYCL' TO PRM-KEY.
001620     READ PARM-FILE.
001630     IF CC-PARM-STATUS NOT = '00' OR PRM-VALUE = ZERO
001640         DISPLAY 'CRTCCOB - NO CERTIFICATION CYCLE IS OPEN'
001650         MOVE 8 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     MOVE PRM-VALUE TO CC-CYCLE-YYN.
001690     DIVIDE CC-CYCLE-YYN BY 10
001700         GIVING CC-CYC-YY REMAINDER CC-CYC-QTR.
001710     OPEN INPUT CERT-FILE.
001720     IF CC-CERT-STATUS NOT = '00'
001730         GO TO 9810-CERT-IO-ERROR
001740     END-IF.
001750     OPEN OUTPUT RPT-FILE.
001760     ACCEPT CC-RUN-DAY FROM DAY.
001770     ADD 100000 CC-RUN-DAY GIVING CC-RUN-DATE.
001780     MOVE CC-CYCLE-ID TO RPT-H-CYCLE.
001790     WRITE RPT-PRINT-LINE FROM RPT-HEADING-1.
001800     MOVE SPACES TO RPT-PRINT-LINE.
001810     WRITE RPT-PRINT-LINE.
001820     WRITE RPT-PRINT-LINE FROM RPT-HEADING-2.
001830     MOVE CC-CYCLE-ID TO CRT-CYCLE-ID.
001840     MOVE LOW-VALUES  TO CRT-REVIEWER-ID.
001850     MOVE LOW-VALUES  TO CRT-OPERATOR-ID.
001860     START CERT-FILE KEY IS NOT LESS THAN CRT-KEY.
001870     IF CC-CERT-STATUS = '23'
001880         MOVE 'Y' TO CC-CERT-EOF-SW
001890         GO TO 1000-EXIT
001900     END-IF.
001910     IF CC-CERT-STATUS NOT = '00'
001920         GO TO 9810-CERT-IO-ERROR
001930     END-IF.
001940     PERFORM 2100-READ-NEXT-LINE THRU 2100-EXIT.
001950 1000-EXIT.
001960     EXIT.
001970*                                                               *
001980*    2000-CHECK-ONE-LINE - COUNT THE LINE AND REPORT IT WHEN    *
001990*    IT WAS NEVER DECIDED OR WAS DECIDED AFTER ITS DUE DATE.    *
002000*    THE REVIEWER'S NAME LINE GOES OUT AHEAD OF THE FIRST       *
002010*    EXCEPTION IN THAT REVIEWER'S QUEUE ONLY, SO A REVIEWER     *
002020*    WHO ATTESTED EVERYTHING ON TIME DOES NOT APPEAR.           *
002030*                                                               *
002040 2000-CHECK-ONE-LINE.
002050     ADD 1 TO CC-LINE-COUNT.
002060     MOVE 'Y' TO CC-EXCEPT-SW.
002070     EVALUATE TRUE
002080         WHEN CRT-UNDECIDED
002090             ADD 1 TO CC-OPEN-COUNT
002100             MOVE 'NOT CERTIFIED' TO RPT-D-EXCEPTION
002110         WHEN CRT-DEC-DATE > CRT-DUE-DATE
002120             ADD 1 TO CC-LATE-COUNT
002130             MOVE CRT-DEC-DATE TO CC-LT-DATE
002140             IF CRT-DEC-KEEP
002150                 MOVE 'KEEP' TO CC-LT-DECISION
002160             ELSE
002170                 MOVE 'REVOKE' TO CC-LT-DECISION
002180             END-IF
002190             MOVE CC-LATE-TEXT TO RPT-D-EXCEPTION
002200         WHEN OTHER
002210             MOVE 'N' TO CC-EXCEPT-SW
002220             ADD 1 TO CC-ONTIME-COUNT
002230     END-EVALUATE.
002240     IF CRT-DEC-KEEP
002250         ADD 1 TO CC-KEEP-COUNT
002260     END-IF.
002270     IF CRT-DEC-REVOKE
002280         ADD 1 TO CC-REVOKE-COUNT
002290     END-IF.
002300     IF CC-IS-EXCEPTION
002310         PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
002320     END-IF.
002330     PERFORM 2100-READ-NEXT-LINE THRU 2100-EXIT.
002340 2000-EXIT.
002350     EXIT.
002360*                                                               *
002370*    2100-READ-NEXT-LINE - THE FIRST KEY OF ANOTHER CYCLE ENDS  *
002380*    THE PASS.                                                  *
002390*                                                               *
002400 2100-READ-NEXT-LINE.
002410     READ CERT-FILE NEXT RECORD
002420         AT END
002430             MOVE 'Y' TO CC-CERT-EOF-SW
002440             GO TO 2100-EXIT
002450     END-READ.
002460     IF CC-CERT-STATUS NOT = '00'
002470         GO TO 9810-CERT-IO-ERROR
002480     END-IF.
002490     IF CRT-CYCLE-ID NOT = CC-CYCLE-ID
002500         MOVE 'Y' TO CC-CERT-EOF-SW
002510     END-IF.
002520 2100-EXIT.
002530     EXIT.
002540 2200-PRINT-EXCEPTION.
002550     IF CC-FIRST-REVIEWER
002560         OR CRT-REVIEWER-ID NOT = CC-PREV-REVIEWER
002570         MOVE 'N' TO CC-FIRST-SW
002580         MOVE CRT-REVIEWER-ID TO CC-PREV-REVIEWER
002590         IF CRT-REVIEWER-ID = SPACES
002600             MOVE '(UNASSIGNED - ADMINISTRATORS)'
002610                 TO RPT-R-REVIEWER
002620         ELSE
002630             MOVE CRT-REVIEWER-ID TO RPT-R-REVIEWER
002640         END-IF
002650         MOVE SPACES TO RPT-PRINT-LINE
002660         WRITE RPT-PRINT-LINE
002670         WRITE RPT-PRINT-LINE FROM RPT-REVIEWER-LINE
002680     END-IF.
002690     MOVE CRT-OPERATOR-ID   TO RPT-D-OPERATOR-ID.
002700     MOVE CRT-OPERATOR-NAME TO RPT-D-NAME.
002710     MOVE CRT-AUTHORITY     TO RPT-D-AUTH.
002720     MOVE CRT-DUE-DATE      TO RPT-D-DUE.
002730     WRITE RPT-PRINT-LINE FROM RPT-DETAIL-LINE.
002740 2200-EXIT.
002750     EXIT.
002760*                                                               *
002770*    3000-PRINT-TOTALS                                          *
002780*                                                               *
002790 3000-PRINT-TOTALS.
002800     IF CC-FIRST-REVIEWER
002810         MOVE SPACES TO RPT-PRINT-LINE
002820         WRITE RPT-PRINT-LINE
002830         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
002840     END-IF.
002850     MOVE SPACES TO RPT-PRINT-LINE.
002860     WRITE RPT-PRINT-LINE.
002870     MOVE CC-LINE-COUNT   TO RPT-T-LINES.
002880     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-1.
002890     MOVE CC-ONTIME-COUNT TO RPT-T-ONTIME.
002900     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-2.
002910     MOVE CC-KEEP-COUNT   TO RPT-T-KEEP.
002920     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-3.
002930     MOVE CC-REVOKE-COUNT TO RPT-T-REVOKE.
002940     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-4.
002950     MOVE CC-LATE-COUNT   TO RPT-T-LATE.
002960     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-5.
002970     MOVE CC-OPEN-COUNT   TO RPT-T-OPEN.
002980     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-6.
002990     IF CC-LATE-COUNT > 0 OR CC-OPEN-COUNT > 0
003000         MOVE 4 TO RETURN-CODE
003010     END-IF.
003020 3000-EXIT.
003030     EXIT.
003040*                                                               *
003050*    4000-CLOSE-CYCLE - POST THE CYCLE AS CLOSED.  THE RECORD   *
003060*    IS ADDED IF THE FILE PREDATES THE KEY.                     *
003070*                                                               *
003080 4000-CLOSE-CYCLE.
003090     MOVE 'CERTCLSD' TO PRM-KEY.
003100     READ PARM-FILE.
003110     EVALUATE CC-PARM-STATUS
003120         WHEN '00'
003130             MOVE CC-CYCLE-YYN TO PRM-VALUE
003140             REWRITE KAJCPRM-RECORD
003150         WHEN '23'
003160             MOVE SPACES TO KAJCPRM-RECORD
003170             MOVE 'CERTCLSD' TO PRM-KEY
003180             MOVE CC-CYCLE-YYN TO PRM-VALUE
003190             MOVE 'RECERT CYCLE LAST CLOSED (YYN)' TO PRM-DESC
003200             WRITE KAJCPRM-RECORD
003210         WHEN OTHER
003220             GO TO 9820-PARM-IO-ERROR
003230     END-EVALUATE.
003240     IF CC-PARM-STATUS NOT = '00'
003250         GO TO 9820-PARM-IO-ERROR
003260     END-IF.
003270 4000-EXIT.
003280     EXIT.
003290*                                                               *
003300*    9000-TERMINATE                                             *
003310*                                                               *
003320 9000-TERMINATE.
003330     CLOSE CERT-FILE.
003340     CLOSE PARM-FILE.
003350     CLOSE RPT-FILE.
003360     DISPLAY 'CRTCCOB - CYCLE ' CC-CYCLE-ID
003370         ' CLOSED, LINES ' CC-LINE-COUNT
003380         ' LATE ' CC-LATE-COUNT
003390         ' NOT CERTIFIED ' CC-OPEN-COUNT.
003400 9000-EXIT.
003410     EXIT.
003420*                                                               *
003430*    9810/9820 - HARD STOPS.                                    *
003440*                                                               *
003450 9810-CERT-IO-ERROR.
003460     DISPLAY 'CRTCCOB - CERTIFICATION FILE I/O ERROR, STATUS '
003470         CC-CERT-STATUS.
003480     MOVE 16 TO RETURN-CODE.
003490     STOP RUN.
003500 9820-PARM-IO-ERROR.
003510     DISPLAY 'CRTCCOB - PARAMETER FILE I/O ERROR, STATUS '
003520         CC-PARM-STATUS.
003530     MOVE 16 TO RETURN-CODE.
003540     STOP RUN.
