000010 ID DIVISION.
000020 PROGRAM-ID.    JRNSCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    JRNSCOB - JOURNAL DETAIL SEARCH TRANSACTION                *
000090*    MENU OPTION 'JRNS'.  SEARCHES THE JRNDTL JOURNAL DETAIL    *
000100*    STORE (COPY KAJCJDT, LOADED NIGHTLY BY JRNLCOB) SO A       *
000110*    QUESTION LIKE "WHAT DID THIS OPERATOR DO ON THAT TERMINAL  *
000120*    LAST TUESDAY" IS ANSWERED ON THE GLASS.  THE SEARCH IS A   *
000130*    RANGE OF BUSINESS DATES (JFDAT-JTDAT, CYYDDD - THE NIGHT   *
000140*    THE JOURNAL WAS LOADED UNDER) NARROWED BY ANY OF USER ID,  *
000150*    TERMINAL, OPTION, PROGRAM AND OUTCOME; A BLANK FIELD       *
000160*    MATCHES ANYTHING.                                          *
000170*        ENTER - START A NEW SEARCH FROM THE KEYED CRITERIA     *
000180*        PF8   - NEXT PAGE OF MATCHES (WRAPS AT THE END)        *
000190*        PF6   - SPOOL THE WHOLE RESULT SET TO PRTQ             *
000200*        PF3   - BACK TO THE MENU                               *
000210*    THE SEARCH IN PROGRESS IS HELD IN A ONE-ITEM TS QUEUE      *
000220*    ('JRNS' + TERMINAL ID) BETWEEN KEYS - IT IS TOO BIG FOR    *
000230*    THE COMMAREA - AND DROPPED ON PF3 OR CLEAR.  A PAGE STOPS  *
000240*    AFTER JS-SCAN-LIMIT RECORDS READ WITHOUT FILLING, SO A     *
000250*    WIDE RANGE WITH A NARROW FILTER NEVER HOLDS THE REGION;    *
000260*    PF8 PICKS UP WHERE IT STOPPED.  EVERY KEY IS JOURNALLED    *
000270*    TO AUDT UNDER JRNS - THE AID TELLS A SEARCH FROM A PAGE    *
000280*    FROM A PRINT.  LOOKING THROUGH OTHER PEOPLE'S ACTIVITY IS  *
000281*    ITSELF SENSITIVE, SO EVERY NEW SEARCH IS ALSO LOGGED WITH  *
000282*    ITS FULL CRITERIA TO JRNSLG (COPY KAJCJSL), KEYED BY THE   *
000283*    SEARCHING OPERATOR, DATE AND TIME, BEFORE ANY MATCH IS     *
000284*    SHOWN; A SEARCH THAT CANNOT BE LOGGED IS NOT RUN.  PF6     *
000285*    GOES TO THE OPERATOR'S OWN PRINT DESTINATION, ELSE THE     *
000286*    TERMINAL'S (TERMNL, COPY KAJCTRM), ELSE MAIN.              *
000290*                                                               *
000300*    MODIFICATION HISTORY                                       *
000310*    DATE       INIT  DESCRIPTION                               *
000320*    --------   ----  ----------------------------------------- *
000330*    10/15/26   JTM   ORIGINAL                                  *
000333*    10/15/26   JTM   OUTCOME ALSO TAKES R AND A (SECURITY      *
000336*                     ALERT RAISED / ACKNOWLEDGED)              *
000337*    10/15/26   JTM   AND U, H AND W (SIGN-ON REFUSED FOR THE   *
000338*                     TERMINAL OR THE HOUR)                     *
000339*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000340*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000341*                     1070): THE ENTITLEMENT CHECK USES THE     *
000342*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000343*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000344 ENVIRONMENT DIVISION.
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370 77  JS-AUTH-SW            PIC X(01) VALUE 'N'.
000380     88  JS-IS-AUTHORIZED      VALUE 'Y'.
000390 77  JS-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000400 77  JS-RETURN-PGM         PIC X(08) VALUE SPACES.
000410 77  JS-MSG-TEXT           PIC X(79) VALUE SPACES.
000420 77  JS-RESP               PIC S9(8) COMP VALUE 0.
000430 77  JS-TS-RESP            PIC S9(8) COMP VALUE 0.
000440 77  JS-TS-ITEM            PIC S9(4) COMP VALUE 0.
000450 77  JS-TS-LENGTH          PIC S9(4) COMP VALUE 0.
000460 77  JS-LINE-COUNT         PIC S9(4) COMP VALUE 0.
000470 77  JS-PRINT-COUNT        PIC S9(4) COMP VALUE 0.
000480 77  JS-SCAN-COUNT         PIC S9(8) COMP VALUE 0.
000490 77  JS-SCAN-MAX           PIC S9(8) COMP VALUE 0.
000500 77  JS-DATE-OUT           PIC 9(06) VALUE ZERO.
000510 77  JS-EDIT-COUNT         PIC ZZZ9.
000520 77  JS-BROWSE-SW          PIC X(01) VALUE 'N'.
000530     88  JS-BROWSE-DONE        VALUE 'Y'.
000540 77  JS-MATCH-SW           PIC X(01) VALUE 'N'.
000550     88  JS-MATCHES            VALUE 'Y'.
000560 77  JS-HAVE-SW            PIC X(01) VALUE 'N'.
000570     88  JS-HAVE-SEARCH        VALUE 'Y'.
000580 77  JS-OPEN-SW            PIC X(01) VALUE 'N'.
000590     88  JS-BROWSE-OPEN        VALUE 'Y'.
000592*    SEARCH LOG WRITE (2600) - 'Y' LOGGED, 'F' COULD NOT BE.    *
000594 77  JS-LOG-SW             PIC X(01) VALUE 'N'.
000596     88  JS-LOG-DONE           VALUE 'Y' 'F'.
000598     88  JS-LOG-WRITTEN        VALUE 'Y'.
000600*    WHY THE LAST BROWSE STOPPED - END OF THE DATE RANGE, A     *
000610*    FULL PAGE (OR THE PRINT LINE LIMIT), OR THE SCAN LIMIT.    *
000620 77  JS-STOP-SW            PIC X(01) VALUE SPACE.
000630     88  JS-STOP-END           VALUE 'E'.
000640     88  JS-STOP-FULL          VALUE 'F'.
000650     88  JS-STOP-LIMIT         VALUE 'L'.
000660*                                                               *
000670*    RECORDS READ PER KEY BEFORE A PAGE (OR A PRINT) GIVES UP   *
000680*    AND LETS THE OPERATOR DECIDE, AND THE MOST LINES ONE       *
000690*    PRINT REQUEST MAY SPOOL.                                   *
000700*                                                               *
000710 77  JS-SCAN-LIMIT         PIC S9(8) COMP VALUE 1000.
000720 77  JS-PRINT-SCAN-LIMIT   PIC S9(8) COMP VALUE 10000.
000730 77  JS-PRINT-LIMIT        PIC S9(4) COMP VALUE 500.
000740*                                                               *
000750*    OPTION/OUTCOME CARRIED INTO THE NEXT JOURNAL RECORD -      *
000760*    8100-WRITE-JOURNAL RESETS BOTH TO THE DEFAULTS (NO OPTION, *
000770*    GRANTED) AFTER EVERY WRITE.                                *
000780 77  JS-JRN-OPTION         PIC X(04) VALUE SPACES.
000790 77  JS-JRN-OUTCOME        PIC X(01) VALUE 'G'.
000800*                                                               *
000810*    PF6 PRINT DESTINATION - 7050 FILLS IT FROM THE OPERATOR'S  *
000820*    MASTER RECORD, ELSE THE TERMINAL'S REGISTRY RECORD (OR     *
000825*    MAIN), THE SAME AS LISTCOB.                                *
000830*                                                               *
000840 77  JS-PRT-DATE           PIC 9(07) VALUE ZERO.
000850 77  JS-PRT-TIME           PIC 9(07) VALUE ZERO.
000860 77  JS-PRINT-DEST         PIC X(04) VALUE SPACES.
000870 77  JS-DEST-KEY           PIC X(08) VALUE SPACES.
000875 77  JS-TRM-KEY            PIC X(04) VALUE SPACES.
000880 77  JS-PRINT-MSG          PIC X(79) VALUE SPACES.
000890*                                                               *
000900*    THE SEARCH IN PROGRESS, KEPT BETWEEN KEYS IN THE TS QUEUE  *
000910*    NAMED BELOW.  THE PAGE KEY IS WHERE THE PAGE ON THE GLASS  *
000920*    STARTED (PF6 REDISPLAYS IT), THE NEXT KEY WHERE PF8 GOES   *
000930*    ON FROM.  AN EMPTY TO-DATE IS HELD AS ALL NINES.           *
000940*                                                               *
000950 01  JS-TSQ-NAME.
000960     05  FILLER            PIC X(04) VALUE 'JRNS'.
000970     05  JS-TSQ-TERM       PIC X(04) VALUE SPACES.
000980 01  JS-SEARCH.
000990     05  JS-SR-CRITERIA.
001000         10  JS-SR-FROM-DATE   PIC 9(07).
001010         10  JS-SR-TO-DATE     PIC 9(07).
001020         10  JS-SR-USER        PIC X(08).
001030         10  JS-SR-TERM        PIC X(04).
001040         10  JS-SR-OPTION      PIC X(04).
001050         10  JS-SR-PROGRAM     PIC X(08).
001060         10  JS-SR-OUTCOME     PIC X(01).
001070     05  JS-SR-PAGE-KEY.
001080         10  JS-SR-PG-DATE     PIC 9(07).
001090         10  JS-SR-PG-SEQ      PIC 9(07).
001100     05  JS-SR-NEXT-KEY.
001110         10  JS-SR-NX-DATE     PIC 9(07).
001120         10  JS-SR-NX-SEQ      PIC 9(07).
001130     05  JS-SR-PAGE-NO         PIC 9(04).
001140     05  JS-SR-END-SW          PIC X(01).
001150         88  JS-SR-AT-END          VALUE 'Y'.
001160     05  FILLER                PIC X(10).
001170*                                                               *
001180*    THE SEARCH AS KEYED, LOW-VALUES CLEARED TO SPACES.         *
001190*                                                               *
001200 01  JS-REQUEST.
001210     05  JS-REQ-FROM       PIC X(06).
001220     05  JS-REQ-FROM-N     REDEFINES JS-REQ-FROM PIC 9(06).
001230     05  JS-REQ-TO         PIC X(06).
001240     05  JS-REQ-TO-N       REDEFINES JS-REQ-TO PIC 9(06).
001250     05  JS-REQ-USER       PIC X(08).
001260     05  JS-REQ-TERM       PIC X(04).
001270     05  JS-REQ-OPTION     PIC X(04).
001280     05  JS-REQ-PROGRAM    PIC X(08).
001290     05  JS-REQ-OUTCOME    PIC X(01).
001300         88  JS-OUTCOME-VALID      VALUE ' ' 'G' 'D' 'N' 'R' 'A'
001305                                         'U' 'H' 'W'.
001310*                                                               *
001320*    JRNDTL BROWSE KEY - SAME SHAPE AS JDT-KEY.                 *
001330*                                                               *
001340 01  JS-JDT-RIDFLD.
001350     05  JS-RID-DATE       PIC 9(07) VALUE ZERO.
001360     05  JS-RID-SEQ        PIC 9(07) VALUE ZERO.
001370*                                                               *
001380*    THE JOURNAL RECORD CARRIED IN JDT-JOURNAL, DECODED.        *
001390*                                                               *
001400 COPY KAJCJRN REPLACING ==KAJCJRN-RECORD== BY ==JS-HIT-RECORD==
001410                        LEADING ==JRN-== BY ==JSH-==.
001420*                                                               *
001430 01  JS-HEADING-LINE.
001440     05  FILLER            PIC X(33)
001450             VALUE 'DATE   TIME   USER     TERM OPTN '.
001460     05  FILLER            PIC X(43)
001470             VALUE 'PROGRAM  O TRAN OPR'.
001480 01  JS-DETAIL-LINE.
001490     05  JS-DL-DATE        PIC 9(06).
001500     05  FILLER            PIC X(01) VALUE SPACES.
001510     05  JS-DL-TIME        PIC 9(06).
001520     05  FILLER            PIC X(01) VALUE SPACES.
001530     05  JS-DL-USER        PIC X(08).
001540     05  FILLER            PIC X(01) VALUE SPACES.
001550     05  JS-DL-TERM        PIC X(04).
001560     05  FILLER            PIC X(01) VALUE SPACES.
001570     05  JS-DL-OPTION      PIC X(04).
001580     05  FILLER            PIC X(01) VALUE SPACES.
001590     05  JS-DL-PROGRAM     PIC X(08).
001600     05  FILLER            PIC X(01) VALUE SPACES.
001610     05  JS-DL-OUTCOME     PIC X(01).
001620     05  FILLER            PIC X(01) VALUE SPACES.
001630     05  JS-DL-TRANS       PIC X(04).
001640     05  FILLER            PIC X(01) VALUE SPACES.
001650     05  JS-DL-OPID        PIC X(03).
001660     05  FILLER            PIC X(24) VALUE SPACES.
001670 01  JS-PRINT-LINE         PIC X(76) VALUE SPACES.
001680*                                                               *
001690*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
001700*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
001710*    IS FORCED BACK THROUGH SGONCOB.                            *
001720 77  JS-SES-KEY            PIC X(04) VALUE SPACES.
001730 77  JS-IDLE-LIMIT         PIC S9(4) COMP VALUE 15.
001740 77  JS-LAST-HH            PIC S9(4) COMP VALUE 0.
001750 77  JS-LAST-MMSS          PIC S9(4) COMP VALUE 0.
001760 77  JS-LAST-MM            PIC S9(4) COMP VALUE 0.
001770 77  JS-CUR-HH             PIC S9(4) COMP VALUE 0.
001780 77  JS-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001790 77  JS-CUR-MM             PIC S9(4) COMP VALUE 0.
001800 77  JS-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001810*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001820*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001830 77  JS-ENT-SW             PIC X(01) VALUE 'N'.
001840 77  JS-EFF-AUTH           PIC X(01) VALUE SPACE.
001850 01  JS-ENT-RIDFLD.
001860     05  JS-ENT-OPTION     PIC X(04) VALUE SPACES.
001870     05  JS-ENT-OPID       PIC X(08) VALUE SPACES.
001880*                                                               *
001890*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001900*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001910*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001920*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001930*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001940*                                                               *
001950 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==JS-COMMAREA==.
001960*                                                               *
001970 COPY KAJCOPT.
001980 COPY KAJCENT.
001985 COPY KAJCDLG.
001986 COPY KAJCTRM.
001987 COPY KAJCJSL.
001990 COPY KAJCJDT.
002000 COPY KAJCSES.
002010 COPY KAJCJRN.
002020 COPY TESTMSD.
002030 COPY DFHAID.
002040 LINKAGE SECTION.
002050 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==DFHCOMMAREA==.
002060 PROCEDURE DIVISION.
002070*                                                               *
002080*    0000-MAINLINE                                              *
002090*                                                               *
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     MOVE SPACES TO JS-COMMAREA.
002130     IF EIBCALEN NOT = 0
002140         MOVE DFHCOMMAREA TO JS-COMMAREA
002150     END-IF.
002160     MOVE EIBTRMID TO JS-TSQ-TERM.
002170     IF EIBAID = DFHCLEAR
002180         PERFORM 1150-DROP-SESSION THRU 1150-EXIT
002190         PERFORM 2900-DROP-SEARCH THRU 2900-EXIT
002200         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
002210         EXEC CICS RETURN END-EXEC
002220     END-IF.
002230     PERFORM 1050-CHECK-AUTHORITY THRU 1050-EXIT.
002240     MOVE 'JRNS' TO JS-JRN-OPTION.
002250     IF NOT JS-IS-AUTHORIZED
002260         MOVE 'D' TO JS-JRN-OUTCOME
002270     END-IF.
002280     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
002290     IF NOT JS-IS-AUTHORIZED
002300         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO JS-MSG-TEXT
002310         MOVE SPACES TO JRNSMAPO
002320         MOVE JS-MSG-TEXT TO JMSGO
002330         EXEC CICS SEND MAP('JRNSMAP')
002340             MAPSET('TESTMSD')
002350             ERASE
002360         END-EXEC
002370         EXEC CICS RETURN END-EXEC
002380     END-IF.
002390     PERFORM 1100-CHECK-SESSION THRU 1100-EXIT.
002400     IF EIBAID = DFHPF3
002410         PERFORM 2900-DROP-SEARCH THRU 2900-EXIT
002420         IF CA-FROM-PROGRAM OF JS-COMMAREA = SPACES
002430             EXEC CICS RETURN END-EXEC
002440         ELSE
002450*    THE COMMAREA RIDES ALONG ON THE WAY BACK TO THE MENU SO    *
002460*    THE SIGN-ON STATE SURVIVES - WITHOUT IT THE MENU'S SIGN-ON *
002470*    GATE WOULD SEND THE OPERATOR BACK TO THE PASSWORD SCREEN.  *
002480             MOVE CA-FROM-PROGRAM OF JS-COMMAREA
002490                 TO JS-RETURN-PGM
002500             MOVE 'JRNSCOB' TO CA-FROM-PROGRAM OF JS-COMMAREA
002510             EXEC CICS XCTL
002520                 PROGRAM(JS-RETURN-PGM)
002530                 COMMAREA(JS-COMMAREA)
002540                 LENGTH(LENGTH OF JS-COMMAREA)
002550             END-EXEC
002560         END-IF
002570     END-IF.
002580*                                                               *
002590*    ON ARRIVAL FROM THE MENU ANY SEARCH LEFT BY AN EARLIER     *
002600*    VISIT IS DROPPED AND THE EMPTY SCREEN SENT FOR CRITERIA.   *
002610*                                                               *
002620     MOVE SPACES TO JRNSMAPO.
002630     EVALUATE TRUE
002640         WHEN CA-LAST-PGM OF JS-COMMAREA NOT = 'JRNSCOB'
002650             PERFORM 2900-DROP-SEARCH THRU 2900-EXIT
002660             MOVE 'KEY THE SEARCH (DATES CYYDDD) AND PRESS ENTER'
002670                 TO JS-MSG-TEXT
002680         WHEN EIBAID = DFHENTER
002690             PERFORM 2000-NEW-SEARCH THRU 2000-EXIT
002700         WHEN EIBAID = DFHPF8
002710             PERFORM 3000-NEXT-PAGE THRU 3000-EXIT
002720         WHEN EIBAID = DFHPF6
002730             PERFORM 7000-PRINT-SEARCH THRU 7000-EXIT
002740         WHEN OTHER
002750             PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT
002760             MOVE 'INVALID KEY PRESSED - PLEASE RE-ENTER'
002770                 TO JS-MSG-TEXT
002780     END-EVALUATE.
002790     PERFORM 5000-SEND-JRNS-MAP THRU 5000-EXIT.
002800     MOVE 'JRNSCOB' TO CA-LAST-PGM OF JS-COMMAREA.
002810     EXEC CICS RETURN
002820         TRANSID(EIBTRNID)
002830         COMMAREA(JS-COMMAREA)
002840         LENGTH(LENGTH OF JS-COMMAREA)
002850     END-EXEC.
002860 0000-EXIT.
002870     EXIT.
002880*                                                               *
002890*    1000-INITIALIZE - ESTABLISH CONDITION HANDLING SO AN       *
002900*    UNAVAILABLE FILE REDISPLAYS THE SCREEN INSTEAD OF          *
002910*    ABENDING THE TERMINAL.  PGMIDERR IS TRAPPED FOR THE PF3    *
002920*    XCTL BACK TO THE MENU.                                     *
002930*                                                               *
002940 1000-INITIALIZE.
002950     EXEC CICS HANDLE CONDITION
002960         NOTOPEN    (9200-NOTOPEN-ERROR)
002970         PGMIDERR   (9400-PGMIDERR-ERROR)
002980     END-EXEC.
002990 1000-EXIT.
003000     EXIT.
003010*                                                               *
003020*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
003030*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
003040*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
003050*    ENTITLED TO OPTION 'JRNS' ON THE OPTENT FILE (1060, SEE    *
003060*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
003070*    SWITCH AT 'N'.                                             *
003080*                                                               *
003090 1050-CHECK-AUTHORITY.
003100     MOVE 'N' TO JS-AUTH-SW.
003110     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF JS-COMMAREA
003120         GO TO 1050-EXIT
003130     END-IF.
003140     MOVE CA-OPERATOR-ID OF JS-COMMAREA TO JS-OPERATOR-KEY.
003150     EXEC CICS READ
003160         FILE('OPERTOR')
003170         INTO(KAJCOPT-RECORD)
003180         RIDFLD(JS-OPERATOR-KEY)
003190         KEYLENGTH(8)
003200         RESP(JS-RESP)
003210     END-EXEC.
003220     IF JS-RESP NOT = DFHRESP(NORMAL)
003230         GO TO 1050-EXIT
003240     END-IF.
003250     IF NOT OPT-IS-ACTIVE
003260         GO TO 1050-EXIT
003270     END-IF.
003280     MOVE OPT-AUTHORITY TO JS-EFF-AUTH.
003285     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
003290     MOVE 'JRNS' TO JS-ENT-OPTION.
003300     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
003310     MOVE JS-ENT-SW TO JS-AUTH-SW.
003320 1050-EXIT.
003330     EXIT.
003340*                                                               *
003350*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
003360*    OPTION JS-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
003370*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
003380*    OPTION'S DEFINITION MUST BE ON FILE AND JS-EFF-AUTH        *
003390*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
003400*    UNAVAILABLE, DENIES.                                       *
003410*                                                               *
003420 1060-CHECK-ENTITLEMENT.
003430     MOVE 'N' TO JS-ENT-SW.
003440     MOVE CA-OPERATOR-ID OF JS-COMMAREA TO JS-ENT-OPID.
003450     EXEC CICS READ
003460         FILE('OPTENT')
003470         INTO(KAJCENT-RECORD)
003480         RIDFLD(JS-ENT-RIDFLD)
003490         KEYLENGTH(12)
003500         RESP(JS-RESP)
003510     END-EXEC.
003520     IF JS-RESP = DFHRESP(NORMAL)
003530         IF ENT-OVR-GRANT
003540             MOVE 'Y' TO JS-ENT-SW
003550             GO TO 1060-EXIT
003560         END-IF
003570         IF ENT-OVR-DENY
003580             GO TO 1060-EXIT
003590         END-IF
003600     END-IF.
003610     MOVE SPACES TO JS-ENT-OPID.
003620     EXEC CICS READ
003630         FILE('OPTENT')
003640         INTO(KAJCENT-RECORD)
003650         RIDFLD(JS-ENT-RIDFLD)
003660         KEYLENGTH(12)
003670         RESP(JS-RESP)
003680     END-EXEC.
003690     IF JS-RESP = DFHRESP(NORMAL)
003700         AND JS-EFF-AUTH NOT < ENT-MIN-AUTH
003710         MOVE 'Y' TO JS-ENT-SW
003720     END-IF.
003730 1060-EXIT.
003731     EXIT.
003732*                                                               *
003733*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
003734*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
003735*    JS-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
003736*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
003737*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
003738*                                                               *
003739 1070-APPLY-DELEGATION.
003740     EXEC CICS READ
003741         FILE('DELEGT')
003742         INTO(KAJCDLG-RECORD)
003743         RIDFLD(JS-OPERATOR-KEY)
003744         KEYLENGTH(8)
003745         RESP(JS-RESP)
003746     END-EXEC.
003747     IF JS-RESP NOT = DFHRESP(NORMAL)
003748         GO TO 1070-EXIT
003749     END-IF.
003750     IF DLG-STAT-ACTIVE
003751         AND DLG-START-DATE NOT > EIBDATE
003752         AND DLG-END-DATE NOT < EIBDATE
003753         AND DLG-AUTHORITY > JS-EFF-AUTH
003754         MOVE DLG-AUTHORITY TO JS-EFF-AUTH
003755     END-IF.
003756 1070-EXIT.
003757     EXIT.
003758*                                                               *
003760*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
003770*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
003780*    SIGNED-ON ID, AND HAVE BEEN ACTIVE WITHIN THE IDLE LIMIT - *
003790*    OTHERWISE THE CONVERSATION IS FORCED BACK THROUGH THE      *
003800*    SIGN-ON SCREEN.  A GOOD CHECK RE-STAMPS THE LAST-ACTIVITY  *
003810*    TIME; THE RE-STAMP ITSELF IS BEST-EFFORT.                  *
003820*                                                               *
003830 1100-CHECK-SESSION.
003840     MOVE EIBTRMID TO JS-SES-KEY.
003850     EXEC CICS READ
003860         FILE('SESSON')
003870         INTO(KAJCSES-RECORD)
003880         RIDFLD(JS-SES-KEY)
003890         KEYLENGTH(4)
003900         UPDATE
003910         RESP(JS-RESP)
003920     END-EXEC.
003930     IF JS-RESP NOT = DFHRESP(NORMAL)
003940         GO TO 1100-FORCE-SIGNON
003950     END-IF.
003960     IF SES-OPERATOR-ID NOT = CA-OPERATOR-ID OF JS-COMMAREA
003970         EXEC CICS DELETE FILE('SESSON') RESP(JS-RESP) END-EXEC
003980         GO TO 1100-FORCE-SIGNON
003990     END-IF.
004000     IF SES-LAST-DATE NOT = EIBDATE
004010         EXEC CICS DELETE FILE('SESSON') RESP(JS-RESP) END-EXEC
004020         GO TO 1100-FORCE-SIGNON
004030     END-IF.
004040     DIVIDE SES-LAST-TIME BY 10000
004050         GIVING JS-LAST-HH REMAINDER JS-LAST-MMSS.
004060     DIVIDE JS-LAST-MMSS BY 100 GIVING JS-LAST-MM.
004070     DIVIDE EIBTIME BY 10000
004080         GIVING JS-CUR-HH REMAINDER JS-CUR-MMSS.
004090     DIVIDE JS-CUR-MMSS BY 100 GIVING JS-CUR-MM.
004100     COMPUTE JS-IDLE-MINS =
004110         (JS-CUR-HH * 60 + JS-CUR-MM)
004120         - (JS-LAST-HH * 60 + JS-LAST-MM).
004130     IF JS-IDLE-MINS > JS-IDLE-LIMIT
004140         EXEC CICS DELETE FILE('SESSON') RESP(JS-RESP) END-EXEC
004150         GO TO 1100-FORCE-SIGNON
004160     END-IF.
004170     MOVE EIBDATE TO SES-LAST-DATE.
004180     MOVE EIBTIME TO SES-LAST-TIME.
004190     EXEC CICS REWRITE
004200         FILE('SESSON')
004210         FROM(KAJCSES-RECORD)
004220         RESP(JS-RESP)
004230     END-EXEC.
004240     GO TO 1100-EXIT.
004250*    THE SESSION IS GONE (FORCED OFF), STALE, OR NOT THIS       *
004260*    OPERATOR'S - ONLY A FRESH SIGN-ON GETS BACK IN.            *
004270 1100-FORCE-SIGNON.
004280     MOVE SPACE TO CA-SIGNON-FLAG OF JS-COMMAREA.
004290     MOVE 'JRNSCOB' TO CA-FROM-PROGRAM OF JS-COMMAREA.
004300     EXEC CICS XCTL
004310         PROGRAM('SGONCOB')
004320         COMMAREA(JS-COMMAREA)
004330         LENGTH(LENGTH OF JS-COMMAREA)
004340     END-EXEC.
004350 1100-EXIT.
004360     EXIT.
004370*                                                               *
004380*    1150-DROP-SESSION - SIGN-OFF PATHS DELETE THE TERMINAL'S   *
004390*    SESSION RECORD; BEST-EFFORT, THERE MAY NOT BE ONE.         *
004400*                                                               *
004410 1150-DROP-SESSION.
004420     MOVE EIBTRMID TO JS-SES-KEY.
004430     EXEC CICS DELETE
004440         FILE('SESSON')
004450         RIDFLD(JS-SES-KEY)
004460         KEYLENGTH(4)
004470         RESP(JS-RESP)
004480     END-EXEC.
004490 1150-EXIT.
004500     EXIT.
004510*                                                               *
004520*    2000-NEW-SEARCH - ONLY REACHED WITH THIS PROGRAM'S OWN     *
004530*    MAP ON THE GLASS (THE MAINLINE SENDS THE EMPTY SCREEN ON   *
004540*    ARRIVAL FROM THE MENU, WHERE A RECEIVE WOULD HANG THE      *
004550*    TERMINAL).  A BLANK FROM-DATE SEARCHES FROM THE OLDEST     *
004560*    DAY KEPT, A BLANK TO-DATE UP TO THE LATEST.  A GOOD SEARCH *
004570*    IS LOGGED (2600), THEN REPLACES ANY SEARCH ALREADY HELD    *
004573*    AND SHOWS ITS FIRST PAGE.  ONE THAT CANNOT BE LOGGED IS    *
004576*    NOT RUN, AND ANY SEARCH ALREADY HELD STAYS AS IT WAS.      *
004580*                                                               *
004590 2000-NEW-SEARCH.
004600     EXEC CICS RECEIVE MAP('JRNSMAP')
004610         MAPSET('TESTMSD')
004620         INTO(JRNSMAPI)
004630         RESP(JS-RESP)
004640     END-EXEC.
004650     EVALUATE JS-RESP
004660         WHEN DFHRESP(NORMAL)
004670             CONTINUE
004680         WHEN DFHRESP(MAPFAIL)
004690             MOVE SPACES TO JRNSMAPO
004700             MOVE 'KEY THE SEARCH (DATES CYYDDD) AND PRESS ENTER'
004710                 TO JS-MSG-TEXT
004720             GO TO 2000-EXIT
004730         WHEN OTHER
004740             GO TO 9200-NOTOPEN-ERROR
004750     END-EVALUATE.
004760     MOVE JFDATI TO JS-REQ-FROM.
004770     MOVE JTDATI TO JS-REQ-TO.
004780     MOVE JUSERI TO JS-REQ-USER.
004790     MOVE JTERMI TO JS-REQ-TERM.
004800     MOVE JOPTNI TO JS-REQ-OPTION.
004810     MOVE JPROGI TO JS-REQ-PROGRAM.
004820     MOVE JOUTCI TO JS-REQ-OUTCOME.
004830     INSPECT JS-REQUEST REPLACING ALL LOW-VALUE BY SPACE.
004840     MOVE SPACES TO JRNSMAPO.
004850     PERFORM 2050-SHOW-KEYED THRU 2050-EXIT.
004860     IF JS-REQ-FROM NOT = SPACES AND JS-REQ-FROM NOT NUMERIC
004870         MOVE 'FROM DATE MUST BE SIX DIGITS, CYYDDD'
004880             TO JS-MSG-TEXT
004890         GO TO 2000-EXIT
004900     END-IF.
004910     IF JS-REQ-TO NOT = SPACES AND JS-REQ-TO NOT NUMERIC
004920         MOVE 'TO DATE MUST BE SIX DIGITS, CYYDDD' TO JS-MSG-TEXT
004930         GO TO 2000-EXIT
004940     END-IF.
004950     IF NOT JS-OUTCOME-VALID
004960         MOVE 'OUTCOME MUST BE G D N R A U H OR W (BLANK=ANY)'
004970             TO JS-MSG-TEXT
004980         GO TO 2000-EXIT
004990     END-IF.
005000     MOVE SPACES TO JS-SEARCH.
005010     IF JS-REQ-FROM = SPACES
005020         MOVE ZERO TO JS-SR-FROM-DATE
005030     ELSE
005040         MOVE JS-REQ-FROM-N TO JS-SR-FROM-DATE
005050     END-IF.
005060     IF JS-REQ-TO = SPACES
005070         MOVE 9999999 TO JS-SR-TO-DATE
005080     ELSE
005090         MOVE JS-REQ-TO-N TO JS-SR-TO-DATE
005100     END-IF.
005110     IF JS-SR-FROM-DATE > JS-SR-TO-DATE
005120         MOVE 'FROM DATE IS AFTER THE TO DATE' TO JS-MSG-TEXT
005130         GO TO 2000-EXIT
005140     END-IF.
005150     MOVE JS-REQ-USER    TO JS-SR-USER.
005160     MOVE JS-REQ-TERM    TO JS-SR-TERM.
005170     MOVE JS-REQ-OPTION  TO JS-SR-OPTION.
005180     MOVE JS-REQ-PROGRAM TO JS-SR-PROGRAM.
005190     MOVE JS-REQ-OUTCOME TO JS-SR-OUTCOME.
005200     MOVE JS-SR-FROM-DATE TO JS-SR-PG-DATE.
005210     MOVE ZERO            TO JS-SR-PG-SEQ.
005220     MOVE ZERO            TO JS-SR-PAGE-NO.
005221     PERFORM 2600-LOG-SEARCH THRU 2600-EXIT.
005222     IF NOT JS-LOG-WRITTEN
005223         MOVE 'SEARCH LOG UNAVAILABLE - SEARCH NOT RUN'
005224             TO JS-MSG-TEXT
005225         GO TO 2000-EXIT
005226     END-IF.
005230     MOVE 'Y' TO JS-HAVE-SW.
005240     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
005250     ADD 1 TO JS-SR-PAGE-NO.
005260     PERFORM 2700-SAVE-SEARCH THRU 2700-EXIT.
005270 2000-EXIT.
005280     EXIT.
005290*                                                               *
005300*    2050-SHOW-KEYED - A REJECTED SEARCH COMES BACK AS KEYED SO *
005310*    ONLY THE BAD FIELD NEEDS RETYPING.                         *
005320*                                                               *
005330 2050-SHOW-KEYED.
005340     MOVE JS-REQ-FROM    TO JFDATO.
005350     MOVE JS-REQ-TO      TO JTDATO.
005360     MOVE JS-REQ-USER    TO JUSERO.
005370     MOVE JS-REQ-TERM    TO JTERMO.
005380     MOVE JS-REQ-OPTION  TO JOPTNO.
005390     MOVE JS-REQ-PROGRAM TO JPROGO.
005400     MOVE JS-REQ-OUTCOME TO JOUTCO.
005410 2050-EXIT.
005420     EXIT.
005430*                                                               *
005440*    2100-SHOW-CRITERIA - THE SEARCH HELD, BACK ON THE GLASS    *
005450*    WITH EVERY PAGE SO THE OPERATOR ALWAYS SEES WHAT IS BEING  *
005460*    PAGED.  THE OPEN ENDS OF THE DATE RANGE SHOW BLANK.        *
005470*                                                               *
005480 2100-SHOW-CRITERIA.
005490     IF JS-SR-FROM-DATE = ZERO
005500         MOVE SPACES TO JFDATO
005510     ELSE
005520         MOVE JS-SR-FROM-DATE TO JS-DATE-OUT
005530         MOVE JS-DATE-OUT     TO JFDATO
005540     END-IF.
005550     IF JS-SR-TO-DATE = 9999999
005560         MOVE SPACES TO JTDATO
005570     ELSE
005580         MOVE JS-SR-TO-DATE TO JS-DATE-OUT
005590         MOVE JS-DATE-OUT   TO JTDATO
005600     END-IF.
005610     MOVE JS-SR-USER    TO JUSERO.
005620     MOVE JS-SR-TERM    TO JTERMO.
005630     MOVE JS-SR-OPTION  TO JOPTNO.
005640     MOVE JS-SR-PROGRAM TO JPROGO.
005650     MOVE JS-SR-OUTCOME TO JOUTCO.
005651 2100-EXIT.
005652     EXIT.
005653*                                                               *
005654*    2600-LOG-SEARCH - THE SEARCH JUST KEYED, WITH ITS FULL     *
005655*    CRITERIA, TO THE JRNSLG SEARCH LOG (SEE KAJCJSL) UNDER THE *
005656*    SEARCHING OPERATOR AND THE DATE AND TIME OF THE KEY.       *
005657*                                                               *
005658 2600-LOG-SEARCH.
005659     MOVE SPACES TO KAJCJSL-RECORD.
005660     MOVE CA-OPERATOR-ID OF JS-COMMAREA TO JSL-OPERATOR-ID.
005661     MOVE EIBDATE        TO JSL-DATE.
005662     MOVE EIBTIME        TO JSL-TIME.
005663     MOVE 1              TO JSL-SEQ.
005664     MOVE EIBTRMID       TO JSL-TERMINAL-ID.
005665     MOVE EIBTRNID       TO JSL-TRANS-ID.
005666     MOVE JS-SR-CRITERIA TO JSL-CRITERIA.
005667     MOVE 'N' TO JS-LOG-SW.
005668     PERFORM 2650-WRITE-ONE-LOG THRU 2650-EXIT
005669         UNTIL JS-LOG-DONE.
005670 2600-EXIT.
005671     EXIT.
005672*    A DUPREC (A SECOND SEARCH IN THE SAME SECOND) BUMPS THE    *
005673*    KEY'S SEQUENCE AND TRIES AGAIN, AS SGONCOB'S 7250 DOES     *
005674*    FOR ALERTS.                                                *
005675 2650-WRITE-ONE-LOG.
005676     EXEC CICS WRITE
005677         FILE('JRNSLG')
005678         FROM(KAJCJSL-RECORD)
005679         RIDFLD(JSL-KEY)
005680         KEYLENGTH(24)
005681         RESP(JS-RESP)
005682     END-EXEC.
005683     EVALUATE JS-RESP
005684         WHEN DFHRESP(NORMAL)
005685             MOVE 'Y' TO JS-LOG-SW
005686         WHEN DFHRESP(DUPREC)
005687             IF JSL-SEQ < 99
005688                 ADD 1 TO JSL-SEQ
005689             ELSE
005690                 MOVE 'F' TO JS-LOG-SW
005691             END-IF
005692         WHEN OTHER
005693             MOVE 'F' TO JS-LOG-SW
005694     END-EVALUATE.
005695 2650-EXIT.
005696     EXIT.
005697*                                                               *
005698*    2700-SAVE-SEARCH - ONE ITEM PER TERMINAL: THE OLD ITEM IS  *
005700*    DELETED (BEST-EFFORT, THERE MAY NOT BE ONE) AND THE        *
005710*    SEARCH WRITTEN FRESH.                                      *
005720*                                                               *
005730 2700-SAVE-SEARCH.
005740     PERFORM 2900-DROP-SEARCH THRU 2900-EXIT.
005750     EXEC CICS WRITEQ TS
005760         QUEUE(JS-TSQ-NAME)
005770         FROM(JS-SEARCH)
005780         LENGTH(LENGTH OF JS-SEARCH)
005790         RESP(JS-TS-RESP)
005800     END-EXEC.
005810     IF JS-TS-RESP NOT = DFHRESP(NORMAL)
005820         MOVE 'SEARCH NOT KEPT - KEY IT AGAIN FOR PF8/PF6'
005830             TO JS-MSG-TEXT
005840     END-IF.
005850 2700-EXIT.
005860     EXIT.
005870*                                                               *
005880*    2800-READ-SEARCH - THE SEARCH HELD FOR THIS TERMINAL, IF   *
005890*    ANY.  NONE (NEVER KEYED, OR DROPPED) LEAVES JS-HAVE-SW AT  *
005900*    'N' AND ASKS FOR ONE.                                      *
005910*                                                               *
005920 2800-READ-SEARCH.
005930     MOVE 'N' TO JS-HAVE-SW.
005940     MOVE 1 TO JS-TS-ITEM.
005950     MOVE LENGTH OF JS-SEARCH TO JS-TS-LENGTH.
005960     EXEC CICS READQ TS
005970         QUEUE(JS-TSQ-NAME)
005980         INTO(JS-SEARCH)
005990         LENGTH(JS-TS-LENGTH)
006000         ITEM(JS-TS-ITEM)
006010         RESP(JS-TS-RESP)
006020     END-EXEC.
006030     IF JS-TS-RESP = DFHRESP(NORMAL)
006040         MOVE 'Y' TO JS-HAVE-SW
006050     ELSE
006060         MOVE 'KEY THE SEARCH (DATES CYYDDD) AND PRESS ENTER'
006070             TO JS-MSG-TEXT
006080     END-IF.
006090 2800-EXIT.
006100     EXIT.
006110*                                                               *
006120*    2900-DROP-SEARCH - BEST-EFFORT; THERE MAY BE NO QUEUE.     *
006130*                                                               *
006140 2900-DROP-SEARCH.
006150     EXEC CICS DELETEQ TS
006160         QUEUE(JS-TSQ-NAME)
006170         RESP(JS-TS-RESP)
006180     END-EXEC.
006190 2900-EXIT.
006200     EXIT.
006210*                                                               *
006220*    3000-NEXT-PAGE - PF8.  GOES ON FROM THE NEXT KEY; A SEARCH *
006230*    THAT HAS REACHED THE END OF ITS RANGE WRAPS BACK TO ITS    *
006240*    FIRST PAGE, THE SAME AS HISTCOB.                           *
006250*                                                               *
006260 3000-NEXT-PAGE.
006270     PERFORM 2800-READ-SEARCH THRU 2800-EXIT.
006280     IF NOT JS-HAVE-SEARCH
006290         GO TO 3000-EXIT
006300     END-IF.
006310     IF JS-SR-AT-END
006320         MOVE JS-SR-FROM-DATE TO JS-SR-PG-DATE
006330         MOVE ZERO            TO JS-SR-PG-SEQ
006340         MOVE ZERO            TO JS-SR-PAGE-NO
006350     ELSE
006360         MOVE JS-SR-NEXT-KEY  TO JS-SR-PAGE-KEY
006370     END-IF.
006380     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
006390     ADD 1 TO JS-SR-PAGE-NO.
006400     PERFORM 2700-SAVE-SEARCH THRU 2700-EXIT.
006410 3000-EXIT.
006420     EXIT.
006430*                                                               *
006440*    3100-SHOW-CURRENT-PAGE - THE PAGE ALREADY ON THE GLASS,    *
006450*    REBUILT FROM ITS PAGE KEY.  THE SEARCH IS NOT CHANGED.     *
006460*                                                               *
006470 3100-SHOW-CURRENT-PAGE.
006480     PERFORM 2800-READ-SEARCH THRU 2800-EXIT.
006490     IF JS-HAVE-SEARCH
006500         PERFORM 4000-BUILD-PAGE THRU 4000-EXIT
006510     END-IF.
006520 3100-EXIT.
006530     EXIT.
006540*                                                               *
006550*    4000-BUILD-PAGE - UP TO TEN MATCHES FROM THE PAGE KEY.     *
006560*    THE NEXT KEY IS ONE PAST THE LAST RECORD READ, SO PF8      *
006570*    NEITHER REPEATS NOR SKIPS A RECORD WHETHER THE PAGE        *
006580*    FILLED OR THE SCAN LIMIT STOPPED IT.                       *
006590*                                                               *
006600 4000-BUILD-PAGE.
006610     PERFORM 2100-SHOW-CRITERIA THRU 2100-EXIT.
006620     MOVE 0 TO JS-LINE-COUNT.
006630     MOVE JS-SCAN-LIMIT TO JS-SCAN-MAX.
006640     MOVE JS-SR-PAGE-KEY TO JS-JDT-RIDFLD.
006650     PERFORM 4100-START-BROWSE THRU 4100-EXIT.
006660     PERFORM 4200-COLLECT-ONE-MATCH THRU 4200-EXIT
006670         UNTIL JS-BROWSE-DONE.
006680     PERFORM 4900-END-BROWSE THRU 4900-EXIT.
006690     IF JS-STOP-END
006700         MOVE 'Y' TO JS-SR-END-SW
006710         MOVE ZERO TO JS-SR-NEXT-KEY
006720     ELSE
006730         MOVE 'N' TO JS-SR-END-SW
006740         MOVE JS-JDT-RIDFLD TO JS-SR-NEXT-KEY
006750         ADD 1 TO JS-SR-NX-SEQ
006760     END-IF.
006770     EVALUATE TRUE
006780         WHEN JS-STOP-LIMIT
006790             MOVE JS-SCAN-LIMIT TO JS-EDIT-COUNT
006800             STRING 'NO MORE MATCHES IN THE NEXT '
006810                                              DELIMITED BY SIZE
006820                    JS-EDIT-COUNT             DELIMITED BY SIZE
006830                    ' RECORDS - PF8 CONTINUES THE SEARCH'
006840                                              DELIMITED BY SIZE
006850               INTO JS-MSG-TEXT
006860             END-STRING
006870         WHEN JS-STOP-END AND JS-LINE-COUNT = 0
006880             AND JS-SR-PG-DATE = JS-SR-FROM-DATE
006890             AND JS-SR-PG-SEQ = ZERO
006900             MOVE 'NO JOURNAL RECORDS MATCH THE SEARCH'
006910                 TO JRNSMAPT-DATA (1)
006920         WHEN JS-STOP-END
006930             MOVE 'END OF SEARCH - PF8 RESTARTS AT THE FIRST PAGE'
006940                 TO JS-MSG-TEXT
006950     END-EVALUATE.
006960 4000-EXIT.
006970     EXIT.
006980*                                                               *
006990*    4100-START-BROWSE - FROM JS-JDT-RIDFLD.  NOTHING AT OR     *
007000*    PAST THE KEY ENDS THE SEARCH BEFORE IT STARTS.             *
007010*                                                               *
007020 4100-START-BROWSE.
007030     MOVE 0 TO JS-SCAN-COUNT.
007040     MOVE 'N' TO JS-BROWSE-SW.
007050     MOVE SPACE TO JS-STOP-SW.
007060     EXEC CICS STARTBR
007070         FILE('JRNDTL')
007080         RIDFLD(JS-JDT-RIDFLD)
007090         KEYLENGTH(14)
007100         GTEQ
007110         RESP(JS-RESP)
007120     END-EXEC.
007130     EVALUATE JS-RESP
007140         WHEN DFHRESP(NORMAL)
007150             MOVE 'Y' TO JS-OPEN-SW
007160         WHEN DFHRESP(NOTFND)
007170             MOVE 'Y' TO JS-BROWSE-SW
007180             MOVE 'E' TO JS-STOP-SW
007190         WHEN OTHER
007200             GO TO 9200-NOTOPEN-ERROR
007210     END-EVALUATE.
007220 4100-EXIT.
007230     EXIT.
007240 4200-COLLECT-ONE-MATCH.
007250     PERFORM 4300-NEXT-MATCH THRU 4300-EXIT.
007260     IF NOT JS-MATCHES
007270         GO TO 4200-EXIT
007280     END-IF.
007290     PERFORM 4500-FORMAT-DETAIL-LINE THRU 4500-EXIT.
007300     ADD 1 TO JS-LINE-COUNT.
007310     MOVE JS-DETAIL-LINE TO JRNSMAPT-DATA (JS-LINE-COUNT).
007320     IF JS-LINE-COUNT = 10
007330         MOVE 'Y' TO JS-BROWSE-SW
007340         MOVE 'F' TO JS-STOP-SW
007350     END-IF.
007360 4200-EXIT.
007370     EXIT.
007380*                                                               *
007390*    4300-NEXT-MATCH - READ ON UNTIL A RECORD MATCHES, THE      *
007400*    RANGE ENDS, OR JS-SCAN-MAX RECORDS HAVE BEEN READ.         *
007410*                                                               *
007420 4300-NEXT-MATCH.
007430     MOVE 'N' TO JS-MATCH-SW.
007440     PERFORM 4400-READ-ONE-RECORD THRU 4400-EXIT
007450         UNTIL JS-MATCHES OR JS-BROWSE-DONE.
007460 4300-EXIT.
007470     EXIT.
007480 4400-READ-ONE-RECORD.
007490     IF JS-SCAN-COUNT NOT < JS-SCAN-MAX
007500         MOVE 'Y' TO JS-BROWSE-SW
007510         MOVE 'L' TO JS-STOP-SW
007520         GO TO 4400-EXIT
007530     END-IF.
007540     EXEC CICS READNEXT
007550         FILE('JRNDTL')
007560         INTO(KAJCJDT-RECORD)
007570         RIDFLD(JS-JDT-RIDFLD)
007580         KEYLENGTH(14)
007590         RESP(JS-RESP)
007600     END-EXEC.
007610     IF JS-RESP NOT = DFHRESP(NORMAL)
007620         MOVE 'Y' TO JS-BROWSE-SW
007630         MOVE 'E' TO JS-STOP-SW
007640         GO TO 4400-EXIT
007650     END-IF.
007660     IF JDT-DATE > JS-SR-TO-DATE
007670         MOVE 'Y' TO JS-BROWSE-SW
007680         MOVE 'E' TO JS-STOP-SW
007690         GO TO 4400-EXIT
007700     END-IF.
007710     ADD 1 TO JS-SCAN-COUNT.
007720     MOVE JDT-JOURNAL TO JS-HIT-RECORD.
007730     IF JS-SR-USER NOT = SPACES
007740         AND JSH-USER-ID NOT = JS-SR-USER
007750         GO TO 4400-EXIT
007760     END-IF.
007770     IF JS-SR-TERM NOT = SPACES
007780         AND JSH-TERMINAL-ID NOT = JS-SR-TERM
007790         GO TO 4400-EXIT
007800     END-IF.
007810     IF JS-SR-OPTION NOT = SPACES
007820         AND JSH-OPTION NOT = JS-SR-OPTION
007830         GO TO 4400-EXIT
007840     END-IF.
007850     IF JS-SR-PROGRAM NOT = SPACES
007860         AND JSH-PROGRAM-ID NOT = JS-SR-PROGRAM
007870         GO TO 4400-EXIT
007880     END-IF.
007890     IF JS-SR-OUTCOME NOT = SPACE
007900         AND JSH-OUTCOME NOT = JS-SR-OUTCOME
007910         GO TO 4400-EXIT
007920     END-IF.
007930     MOVE 'Y' TO JS-MATCH-SW.
007940 4400-EXIT.
007950     EXIT.
007960*                                                               *
007970*    4500-FORMAT-DETAIL-LINE - THE JOURNAL'S OWN DATE AND TIME  *
007980*    (CYYDDD, HHMMSS) - NOT THE BUSINESS DATE IT WAS LOADED     *
007990*    UNDER, WHICH A JOURNAL SPANNING MIDNIGHT CAN DIFFER FROM.  *
008000*                                                               *
008010 4500-FORMAT-DETAIL-LINE.
008020     MOVE JSH-DATE        TO JS-DL-DATE.
008030     MOVE JSH-TIME        TO JS-DL-TIME.
008040     MOVE JSH-USER-ID     TO JS-DL-USER.
008050     MOVE JSH-TERMINAL-ID TO JS-DL-TERM.
008060     MOVE JSH-OPTION      TO JS-DL-OPTION.
008070     MOVE JSH-PROGRAM-ID  TO JS-DL-PROGRAM.
008080     MOVE JSH-OUTCOME     TO JS-DL-OUTCOME.
008090     MOVE JSH-TRANS-ID    TO JS-DL-TRANS.
008100     MOVE JSH-OPERATOR-ID TO JS-DL-OPID.
008110 4500-EXIT.
008120     EXIT.
008130 4900-END-BROWSE.
008140     IF JS-BROWSE-OPEN
008150         EXEC CICS ENDBR FILE('JRNDTL') END-EXEC
008160         MOVE 'N' TO JS-OPEN-SW
008170     END-IF.
008180 4900-EXIT.
008190     EXIT.
008200*                                                               *
008210*    5000-SEND-JRNS-MAP - ALWAYS ERASE; THE SCREEN WAS JUST     *
008220*    REBUILT INTO THE OUTPUT MAP.                               *
008230*                                                               *
008240 5000-SEND-JRNS-MAP.
008250     IF JS-HAVE-SEARCH
008260         MOVE JS-SR-PAGE-NO TO JPAGNO
008270     ELSE
008280         MOVE SPACES TO JPAGNO
008290     END-IF.
008300     IF JS-MSG-TEXT = SPACES
008310         MOVE 'PF8=NEXT PAGE  PF6=PRINT ALL  PF3=MENU'
008320             TO JS-MSG-TEXT
008330     END-IF.
008340     MOVE JS-MSG-TEXT TO JMSGO.
008350     MOVE SPACES TO JS-MSG-TEXT.
008360     EXEC CICS SEND MAP('JRNSMAP')
008370         MAPSET('TESTMSD')
008380         ERASE
008390     END-EXEC.
008400 5000-EXIT.
008410     EXIT.
008420*                                                               *
008430*    7000-PRINT-SEARCH - PF6: THE WHOLE RESULT SET OF THE       *
008440*    SEARCH HELD, FROM ITS FIRST PAGE, SPOOLED TO THE PRTQ      *
008450*    PRINT TD QUEUE BEHIND A BANNER OF THE SAME SHAPE AS        *
008460*    LISTCOB'S (REQUESTOR IN 30-37, DESTINATION IN 70-73) SO    *
008470*    PRTWCOB FILES IT UNDER THE RIGHT DESK.  THE CRITERIA       *
008480*    PRINT UNDER THE BANNER; THE LAST LINE SAYS WHETHER THE     *
008490*    RESULT IS COMPLETE.  THE PAGE ON THE GLASS IS THEN SHOWN   *
008500*    AGAIN, UNCHANGED.                                          *
008510*                                                               *
008520 7000-PRINT-SEARCH.
008530     PERFORM 2800-READ-SEARCH THRU 2800-EXIT.
008540     IF NOT JS-HAVE-SEARCH
008550         GO TO 7000-EXIT
008560     END-IF.
008570     MOVE EIBDATE TO JS-PRT-DATE.
008580     MOVE EIBTIME TO JS-PRT-TIME.
008590     PERFORM 7050-DECIDE-DESTINATION THRU 7050-EXIT.
008600     MOVE SPACES TO JS-PRINT-LINE.
008610     STRING 'ACTIVITY LIST - REQUESTED BY ' DELIMITED BY SIZE
008620            CA-OPERATOR-ID OF JS-COMMAREA   DELIMITED BY SIZE
008630            ' DATE '                        DELIMITED BY SIZE
008640            JS-PRT-DATE                     DELIMITED BY SIZE
008650            ' TIME '                        DELIMITED BY SIZE
008660            JS-PRT-TIME                     DELIMITED BY SIZE
008670            ' DEST '                        DELIMITED BY SIZE
008680            JS-PRINT-DEST                   DELIMITED BY SIZE
008690       INTO JS-PRINT-LINE
008700     END-STRING.
008710     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT.
008720     MOVE SPACES TO JS-PRINT-LINE.
008730     STRING 'JOURNAL SEARCH FROM ' DELIMITED BY SIZE
008740            JS-SR-FROM-DATE        DELIMITED BY SIZE
008750            ' TO '                 DELIMITED BY SIZE
008760            JS-SR-TO-DATE          DELIMITED BY SIZE
008770            ' USER '               DELIMITED BY SIZE
008780            JS-SR-USER             DELIMITED BY SIZE
008790            ' TERM '               DELIMITED BY SIZE
008800            JS-SR-TERM             DELIMITED BY SIZE
008810            ' OPTN '               DELIMITED BY SIZE
008820            JS-SR-OPTION           DELIMITED BY SIZE
008830            ' PGM '                DELIMITED BY SIZE
008840            JS-SR-PROGRAM          DELIMITED BY SIZE
008850            ' OUT '                DELIMITED BY SIZE
008860            JS-SR-OUTCOME          DELIMITED BY SIZE
008870       INTO JS-PRINT-LINE
008880     END-STRING.
008890     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT.
008900     MOVE JS-HEADING-LINE TO JS-PRINT-LINE.
008910     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT.
008920     MOVE 0 TO JS-PRINT-COUNT.
008930     MOVE JS-PRINT-SCAN-LIMIT TO JS-SCAN-MAX.
008940     MOVE JS-SR-FROM-DATE TO JS-RID-DATE.
008950     MOVE ZERO            TO JS-RID-SEQ.
008960     PERFORM 4100-START-BROWSE THRU 4100-EXIT.
008970     PERFORM 7200-PRINT-ONE-MATCH THRU 7200-EXIT
008980         UNTIL JS-BROWSE-DONE.
008990     PERFORM 4900-END-BROWSE THRU 4900-EXIT.
009000     MOVE JS-PRINT-COUNT TO JS-EDIT-COUNT.
009010     MOVE SPACES TO JS-PRINT-LINE.
009020     IF JS-STOP-END
009030         STRING JS-EDIT-COUNT       DELIMITED BY SIZE
009040                ' RECORDS MATCHED - END OF SEARCH'
009050                                    DELIMITED BY SIZE
009060           INTO JS-PRINT-LINE
009070         END-STRING
009080     ELSE
009090         STRING JS-EDIT-COUNT       DELIMITED BY SIZE
009100                ' RECORDS PRINTED - SEARCH STOPPED AT THE PRINT'
009110                                    DELIMITED BY SIZE
009120                ' LIMIT'            DELIMITED BY SIZE
009130           INTO JS-PRINT-LINE
009140         END-STRING
009150     END-IF.
009160     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT.
009170     MOVE SPACES TO JS-PRINT-MSG.
009180     IF JS-STOP-END
009190         STRING JS-EDIT-COUNT       DELIMITED BY SIZE
009200                ' RECORDS SENT TO THE PRINTER'
009210                                    DELIMITED BY SIZE
009220           INTO JS-PRINT-MSG
009230         END-STRING
009240     ELSE
009250         MOVE 'PRINT STOPPED AT THE LIMIT - NARROW THE SEARCH'
009260             TO JS-PRINT-MSG
009270     END-IF.
009280     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
009290     MOVE JS-PRINT-MSG TO JS-MSG-TEXT.
009300 7000-EXIT.
009310     EXIT.
009320*                                                               *
009330*    7050-DECIDE-DESTINATION - THE REQUESTING OPERATOR'S OWN    *
009340*    OPT-PRINT-DEST.  A BLANK ONE (OR A MASTER THAT CANNOT BE   *
009350*    READ) FALLS BACK TO THIS TERMINAL'S TRM-PRINT-DEST WHILE   *
009353*    THE TERMINAL IS ACTIVE ON THE TERMNL REGISTRY, AND FAILING *
009356*    THAT TO MAIN, THE PRINT ROOM'S DEFAULT DESK.               *
009360*                                                               *
009370 7050-DECIDE-DESTINATION.
009380     MOVE CA-OPERATOR-ID OF JS-COMMAREA TO JS-DEST-KEY.
009390     EXEC CICS READ
009400         FILE('OPERTOR')
009410         INTO(KAJCOPT-RECORD)
009420         RIDFLD(JS-DEST-KEY)
009430         KEYLENGTH(8)
009440         RESP(JS-RESP)
009450     END-EXEC.
009460     IF JS-RESP = DFHRESP(NORMAL)
009470         AND OPT-PRINT-DEST NOT = SPACES
009480         AND OPT-PRINT-DEST NOT = LOW-VALUES
009490         MOVE OPT-PRINT-DEST TO JS-PRINT-DEST
009492         GO TO 7050-EXIT
009494     END-IF.
009496     MOVE 'MAIN' TO JS-PRINT-DEST.
009498     MOVE EIBTRMID TO JS-TRM-KEY.
009500     EXEC CICS READ
009502         FILE('TERMNL')
009504         INTO(KAJCTRM-RECORD)
009506         RIDFLD(JS-TRM-KEY)
009508         KEYLENGTH(4)
009510         RESP(JS-RESP)
009512     END-EXEC.
009514     IF JS-RESP = DFHRESP(NORMAL)
009516         AND TRM-IS-ACTIVE
009518         AND TRM-PRINT-DEST NOT = SPACES
009520         AND TRM-PRINT-DEST NOT = LOW-VALUES
009522         MOVE TRM-PRINT-DEST TO JS-PRINT-DEST
009524     END-IF.
009530 7050-EXIT.
009540     EXIT.
009550 7100-PRINT-ONE-LINE.
009560     EXEC CICS WRITEQ TD
009570         QUEUE('PRTQ')
009580         FROM(JS-PRINT-LINE)
009590         LENGTH(LENGTH OF JS-PRINT-LINE)
009600         RESP(JS-RESP)
009610     END-EXEC.
009620     IF JS-RESP NOT = DFHRESP(NORMAL)
009630         GO TO 9700-PRINTQ-ERROR
009640     END-IF.
009650 7100-EXIT.
009660     EXIT.
009670*                                                               *
009680*    7200-PRINT-ONE-MATCH - THE BROWSE IS STILL OPEN ACROSS THE *
009690*    PRTQ WRITES; A PRINT QUEUE ERROR ENDS THE TASK, WHICH      *
009700*    ENDS THE BROWSE WITH IT.                                   *
009710*                                                               *
009720 7200-PRINT-ONE-MATCH.
009730     PERFORM 4300-NEXT-MATCH THRU 4300-EXIT.
009740     IF NOT JS-MATCHES
009750         GO TO 7200-EXIT
009760     END-IF.
009770     PERFORM 4500-FORMAT-DETAIL-LINE THRU 4500-EXIT.
009780     MOVE JS-DETAIL-LINE TO JS-PRINT-LINE.
009790     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT.
009800     ADD 1 TO JS-PRINT-COUNT.
009810     IF JS-PRINT-COUNT NOT < JS-PRINT-LIMIT
009820         MOVE 'Y' TO JS-BROWSE-SW
009830         MOVE 'F' TO JS-STOP-SW
009840     END-IF.
009850 7200-EXIT.
009860     EXIT.
009870*                                                               *
009880*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY,        *
009890*    WRITTEN TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN *
009900*    READ IT OVERNIGHT.                                         *
009910*                                                               *
009920 8100-WRITE-JOURNAL.
009930     MOVE EIBTRNID TO JRN-TRANS-ID.
009940     MOVE EIBAID   TO JRN-AID.
009950     MOVE EIBOPID  TO JRN-OPERATOR-ID.
009960     MOVE CA-OPERATOR-ID OF JS-COMMAREA
009970         TO JRN-USER-ID.
009980     MOVE EIBTRMID TO JRN-TERMINAL-ID.
009990     MOVE EIBDATE  TO JRN-DATE.
010000     MOVE EIBTIME  TO JRN-TIME.
010010     MOVE 'JRNSCOB' TO JRN-PROGRAM-ID.
010020     MOVE JS-JRN-OPTION  TO JRN-OPTION.
010030     MOVE JS-JRN-OUTCOME TO JRN-OUTCOME.
010040*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
010050*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
010060*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
010070     IF CA-JRN-SEQ OF JS-COMMAREA NOT NUMERIC
010080         MOVE ZERO TO CA-JRN-SEQ OF JS-COMMAREA
010090     END-IF.
010100     ADD 1 TO CA-JRN-SEQ OF JS-COMMAREA.
010110     MOVE CA-JRN-SEQ OF JS-COMMAREA TO JRN-TASK-SEQ.
010120     EXEC CICS WRITEQ TD
010130         QUEUE('AUDT')
010140         FROM(KAJCJRN-RECORD)
010150         LENGTH(LENGTH OF KAJCJRN-RECORD)
010160         RESP(JS-RESP)
010170     END-EXEC.
010180*                                                               *
010190*    BEST-EFFORT COPY FOR THE SAME-DAY MONITOR (ACTVCOB) - THE  *
010200*    TD QUEUE IS THE JOURNAL OF RECORD, SO A FAILURE HERE IS    *
010210*    ABSORBED RATHER THAN STOPPING THE TRANSACTION.             *
010220*                                                               *
010230     EXEC CICS WRITEQ TS
010240         QUEUE('KAJCJRNL')
010250         FROM(KAJCJRN-RECORD)
010260         LENGTH(LENGTH OF KAJCJRN-RECORD)
010270         AUXILIARY
010280         RESP(JS-TS-RESP)
010290     END-EXEC.
010300     MOVE SPACES TO JS-JRN-OPTION.
010310     MOVE 'G'    TO JS-JRN-OUTCOME.
010320     IF JS-RESP NOT = DFHRESP(NORMAL)
010330         GO TO 9600-AUDITQ-ERROR
010340     END-IF.
010350 8100-EXIT.
010360     EXIT.
010370*                                                               *
010380*    9200-9700 - CONDITION HANDLERS.  EACH SETS A PLAIN-ENGLISH *
010390*    MESSAGE AND FALLS INTO 9500-ERROR-COMMON TO                *
010400*    REDISPLAY THE SCREEN INSTEAD OF LETTING CICS ABEND THE     *
010410*    TRANSACTION.                                               *
010420*                                                               *
010430 9200-NOTOPEN-ERROR.
010440     MOVE 'JOURNAL DETAIL FILE CURRENTLY UNAVAILABLE'
010450         TO JS-MSG-TEXT.
010460     GO TO 9500-ERROR-COMMON.
010470 9400-PGMIDERR-ERROR.
010480     MOVE 'REQUESTED PROGRAM IS NOT INSTALLED IN THIS REGION'
010490         TO JS-MSG-TEXT.
010500     GO TO 9500-ERROR-COMMON.
010510 9500-ERROR-COMMON.
010520     MOVE SPACES TO JRNSMAPO.
010530     MOVE JS-MSG-TEXT TO JMSGO.
010540     EXEC CICS SEND MAP('JRNSMAP')
010550         MAPSET('TESTMSD')
010560         ERASE
010570     END-EXEC.
010580     MOVE 'JRNSCOB' TO CA-LAST-PGM OF JS-COMMAREA.
010590     EXEC CICS RETURN
010600         TRANSID(EIBTRNID)
010610         COMMAREA(JS-COMMAREA)
010620         LENGTH(LENGTH OF JS-COMMAREA)
010630     END-EXEC.
010640*                                                               *
010650*    9600-AUDITQ-ERROR - THE AUDIT QUEUE (AUDT) GOING NOTOPEN   *
010660*    IS A DIFFERENT PROBLEM THAN THE JOURNAL DETAIL FILE GOING  *
010670*    NOTOPEN - RESP IS CHECKED EXPLICITLY ON THE WRITEQ TD SO   *
010680*    THIS DOESN'T GET LUMPED INTO 9200-NOTOPEN-ERROR'S WORDING. *
010690*                                                               *
010700 9600-AUDITQ-ERROR.
010710     MOVE 'AUDIT QUEUE CURRENTLY UNAVAILABLE' TO JS-MSG-TEXT.
010720     GO TO 9500-ERROR-COMMON.
010730*                                                               *
010740*    9700-PRINTQ-ERROR - SAME REASONING AS 9600-AUDITQ-ERROR,   *
010750*    FOR THE PRTQ PRINT QUEUE USED BY 7000-7200.                *
010760*                                                               *
010770 9700-PRINTQ-ERROR.
010780     MOVE 'PRINT QUEUE CURRENTLY UNAVAILABLE' TO JS-MSG-TEXT.
010790     GO TO 9500-ERROR-COMMON.
