000010 ID DIVISION.
000020 PROGRAM-ID.    TRMMCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    TRMMCOB - TERMINAL REGISTRY AND SHIFT WINDOW MAINTENANCE   *
000090*    MENU OPTION 'TRMM'.  MAINTAINS THE TWO FILES SGONCOB       *
000100*    CHECKS A SIGN-ON AGAINST: THE TERMNL TERMINAL REGISTRY     *
000110*    (COPY KAJCTRM - LOCATION, DEFAULT PRINT DESTINATION,       *
000120*    HIGHEST OPERATOR AUTHORITY ALLOWED, ACTIVE FLAG) AND THE   *
000130*    OPRSHF OPERATOR SHIFT WINDOWS (COPY KAJCSHF - ALLOWED      *
000140*    DAYS AND HOURS).                                           *
000150*        TERMINAL ID KEYED - GACTN A ADDS IT, C CHANGES THE     *
000160*                FIELDS KEYED, D DELETES IT, BLANK SHOWS IT     *
000170*        OPERATOR ID KEYED - THE SAME ACTIONS ON THAT           *
000180*                OPERATOR'S SHIFT WINDOW; DELETING IT LIFTS     *
000190*                THE LIMIT                                      *
000200*        PF8   - NEXT PAGE OF TERMINALS (WRAPS AT THE END)      *
000210*        PF3   - BACK TO THE MENU                               *
000220*    A CHANGE IS APPLIED AT ONCE AND TAKES EFFECT ON THE NEXT   *
000230*    SIGN-ON; A SESSION ALREADY RUNNING IS NOT DISTURBED.  THE  *
000240*    TERMINAL IN USE CANNOT BE DELETED OR DEACTIVATED FROM      *
000250*    ITSELF, SO AN ADMIN CANNOT SHUT THEIR OWN DOOR.  EVERY     *
000260*    KEY IS JOURNALLED TO AUDT UNDER TRMM; A TERMINAL CHANGE    *
000270*    IS JOURNALLED UNDER THE TERMINAL ID AND A SHIFT CHANGE     *
000280*    UNDER SHFT.  RESTRICTED TO ADMINISTRATORS BY THE 'TRMM'    *
000290*    DEFINITION ON OPTENT.                                      *
000300*                                                               *
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                               *
000330*    --------   ----  ----------------------------------------- *
000340*    10/15/26   JTM   ORIGINAL                                  *
000341*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000342*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000343*                     1070): THE ENTITLEMENT CHECK USES THE     *
000344*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000345*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000350 ENVIRONMENT DIVISION.
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380 77  TM-AUTH-SW            PIC X(01) VALUE 'N'.
000390     88  TM-IS-AUTHORIZED      VALUE 'Y'.
000400 77  TM-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000410 77  TM-RETURN-PGM         PIC X(08) VALUE SPACES.
000420 77  TM-MSG-TEXT           PIC X(79) VALUE SPACES.
000430 77  TM-RESP               PIC S9(8) COMP VALUE 0.
000440 77  TM-TS-RESP            PIC S9(8) COMP VALUE 0.
000450 77  TM-LINE-COUNT         PIC S9(4) COMP VALUE 0.
000460 77  TM-BROWSE-EOF-SW      PIC X(01) VALUE 'N'.
000470     88  TM-BROWSE-DONE        VALUE 'Y'.
000480 77  TM-BRKEY              PIC X(04) VALUE SPACES.
000490 77  TM-MORE-SW            PIC X(01) VALUE 'N'.
000500     88  TM-HAS-MORE           VALUE 'Y'.
000510 77  TM-TOP-SW             PIC X(01) VALUE 'N'.
000520     88  TM-FROM-TOP           VALUE 'Y'.
000530*                                                               *
000540*    OPTION/OUTCOME CARRIED INTO THE NEXT JOURNAL RECORD -      *
000550*    8100-WRITE-JOURNAL RESETS BOTH TO THE DEFAULTS (NO OPTION, *
000560*    GRANTED) AFTER EVERY WRITE.                                *
000570 77  TM-JRN-OPTION         PIC X(04) VALUE SPACES.
000580 77  TM-JRN-OUTCOME        PIC X(01) VALUE 'G'.
000590*                                                               *
000600*    THE KEYED ENTRY - TERMINAL OR OPERATOR, THE ACTION, AND    *
000610*    THE FIELDS, WITH LOW-VALUES (UNTOUCHED) TURNED TO SPACES.  *
000620*    AN EDIT FAILURE LEAVES ITS REASON IN TM-MSG-TEXT.          *
000630 77  TM-TERM-KEY           PIC X(04) VALUE SPACES.
000640 77  TM-SHF-KEY            PIC X(08) VALUE SPACES.
000650 77  TM-ACTION             PIC X(01) VALUE SPACE.
000660 77  TM-IN-LOC             PIC X(20) VALUE SPACES.
000670 77  TM-IN-DEST            PIC X(04) VALUE SPACES.
000680 77  TM-IN-AUTH            PIC X(01) VALUE SPACE.
000690 77  TM-IN-ACTIVE          PIC X(01) VALUE SPACE.
000700 77  TM-IN-DAYS            PIC X(07) VALUE SPACES.
000710 77  TM-IN-FROM            PIC X(04) VALUE SPACES.
000720 77  TM-IN-TO              PIC X(04) VALUE SPACES.
000730 77  TM-EDIT-SW            PIC X(01) VALUE 'Y'.
000740     88  TM-EDIT-OK            VALUE 'Y'.
000750 77  TM-DAY-IX             PIC S9(4) COMP VALUE 0.
000760 77  TM-YES-COUNT          PIC S9(4) COMP VALUE 0.
000770 01  TM-TIME-EDIT.
000780     05  TM-TE-HHMM        PIC 9(04) VALUE ZERO.
000790     05  TM-TE-PARTS REDEFINES TM-TE-HHMM.
000800         10  TM-TE-HH      PIC 9(02).
000810         10  TM-TE-MM      PIC 9(02).
000820*                                                               *
000830*    THE RECORD TO SHOW IN THE ENTRY FIELDS - HELD HERE BECAUSE *
000840*    THE LIST BROWSE REUSES THE RECORD AREAS BEFORE THE SEND.   *
000850 77  TM-SHOW-SW            PIC X(01) VALUE SPACE.
000860     88  TM-SHOW-TERMINAL      VALUE 'T'.
000870     88  TM-SHOW-SHIFT         VALUE 'S'.
000880 77  TM-SHOW-TERM-REC      PIC X(60) VALUE SPACES.
000890*                                                               *
000900 01  TM-TERM-LINE.
000910     05  TM-TL-TERM        PIC X(04).
000920     05  FILLER            PIC X(02) VALUE SPACES.
000930     05  TM-TL-LOC         PIC X(20).
000940     05  FILLER            PIC X(02) VALUE SPACES.
000950     05  TM-TL-DEST        PIC X(04).
000960     05  FILLER            PIC X(06) VALUE '  MAX '.
000970     05  TM-TL-AUTH        PIC X(01).
000980     05  FILLER            PIC X(02) VALUE SPACES.
000990     05  TM-TL-ACTIVE      PIC X(08).
001000     05  FILLER            PIC X(06) VALUE '  BY  '.
001010     05  TM-TL-CHG-BY      PIC X(08).
001020     05  FILLER            PIC X(01) VALUE SPACE.
001030     05  TM-TL-CHG-DATE    PIC 9(07).
001040     05  FILLER            PIC X(05) VALUE SPACES.
001050*                                                               *
001060*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
001070*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
001080*    IS FORCED BACK THROUGH SGONCOB.                            *
001090 77  TM-SES-KEY            PIC X(04) VALUE SPACES.
001100 77  TM-IDLE-LIMIT         PIC S9(4) COMP VALUE 15.
001110 77  TM-LAST-HH            PIC S9(4) COMP VALUE 0.
001120 77  TM-LAST-MMSS          PIC S9(4) COMP VALUE 0.
001130 77  TM-LAST-MM            PIC S9(4) COMP VALUE 0.
001140 77  TM-CUR-HH             PIC S9(4) COMP VALUE 0.
001150 77  TM-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001160 77  TM-CUR-MM             PIC S9(4) COMP VALUE 0.
001170 77  TM-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001180*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001190*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001200 77  TM-ENT-SW             PIC X(01) VALUE 'N'.
001210 77  TM-EFF-AUTH           PIC X(01) VALUE SPACE.
001220 01  TM-ENT-RIDFLD.
001230     05  TM-ENT-OPTION     PIC X(04) VALUE SPACES.
001240     05  TM-ENT-OPID       PIC X(08) VALUE SPACES.
001250*                                                               *
001260*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001270*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001280*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001290*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001300*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001310*                                                               *
001320 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==TM-COMMAREA==.
001330*                                                               *
001340 COPY KAJCOPT.
001350 COPY KAJCENT.
001355 COPY KAJCDLG.
001360 COPY KAJCTRM.
001370 COPY KAJCSHF.
001380 COPY KAJCSES.
001390 COPY KAJCJRN.
001400 COPY TESTMSD.
001410 COPY DFHAID.
001420 LINKAGE SECTION.
001430 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==DFHCOMMAREA==.
001440 PROCEDURE DIVISION.
001450*                                                               *
001460*    0000-MAINLINE                                              *
001470*                                                               *
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     MOVE SPACES TO TM-COMMAREA.
001510     IF EIBCALEN NOT = 0
001520         MOVE DFHCOMMAREA TO TM-COMMAREA
001530     END-IF.
001540     IF EIBAID = DFHCLEAR
001550         PERFORM 1150-DROP-SESSION THRU 1150-EXIT
001560         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001570         EXEC CICS RETURN END-EXEC
001580     END-IF.
001590     PERFORM 1050-CHECK-AUTHORITY THRU 1050-EXIT.
001600     MOVE 'TRMM' TO TM-JRN-OPTION.
001610     IF NOT TM-IS-AUTHORIZED
001620         MOVE 'D' TO TM-JRN-OUTCOME
001630     END-IF.
001640*                                                               *
001650*    FOR THE ENTER KEY THE JOURNAL IS WRITTEN FROM THE          *
001660*    RECEIVE/ACTION LEGS ONCE THE OUTCOME (AND THE RECORD       *
001670*    TOUCHED) IS KNOWN; EVERY OTHER PATH JOURNALS HERE.         *
001680*                                                               *
001690     IF EIBAID NOT = DFHENTER OR NOT TM-IS-AUTHORIZED
001700         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001710     END-IF.
001720     IF NOT TM-IS-AUTHORIZED
001730         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO TM-MSG-TEXT
001740         MOVE SPACES TO TRMMMAPO
001750         MOVE TM-MSG-TEXT TO GMSGO
001760         EXEC CICS SEND MAP('TRMMMAP')
001770             MAPSET('TESTMSD')
001780             ERASE
001790         END-EXEC
001800         EXEC CICS RETURN END-EXEC
001810     END-IF.
001820     PERFORM 1100-CHECK-SESSION THRU 1100-EXIT.
001830     IF EIBAID = DFHPF3
001840         IF CA-FROM-PROGRAM OF TM-COMMAREA = SPACES
001850             EXEC CICS RETURN END-EXEC
001860         ELSE
001870*    THE COMMAREA RIDES ALONG ON THE WAY BACK TO THE MENU SO    *
001880*    THE SIGN-ON STATE SURVIVES - WITHOUT IT THE MENU'S SIGN-ON *
001890*    GATE WOULD SEND THE OPERATOR BACK TO THE PASSWORD SCREEN.  *
001900             MOVE CA-FROM-PROGRAM OF TM-COMMAREA
001910                 TO TM-RETURN-PGM
001920             MOVE 'TRMMCOB' TO CA-FROM-PROGRAM OF TM-COMMAREA
001930             EXEC CICS XCTL
001940                 PROGRAM(TM-RETURN-PGM)
001950                 COMMAREA(TM-COMMAREA)
001960                 LENGTH(LENGTH OF TM-COMMAREA)
001970             END-EXEC
001980         END-IF
001990     END-IF.
002000*    ARRIVAL AND ENTER START THE TERMINAL LIST AT THE TOP; PF8  *
002010*    PAGES FORWARD FROM THE ANCHOR CARRIED IN CA-CURSOR-KEY.    *
002020     IF CA-LAST-PGM OF TM-COMMAREA NOT = 'TRMMCOB'
002030         MOVE LOW-VALUES TO CA-CURSOR-KEY OF TM-COMMAREA
002040     END-IF.
002050     EVALUATE EIBAID
002060         WHEN DFHENTER
002070             MOVE LOW-VALUES TO CA-CURSOR-KEY OF TM-COMMAREA
002080             PERFORM 2000-RECEIVE-TRMM-MAP THRU 2000-EXIT
002090         WHEN DFHPF8
002100             CONTINUE
002110         WHEN OTHER
002120             MOVE 'INVALID KEY PRESSED - PLEASE RE-ENTER'
002130                 TO TM-MSG-TEXT
002140     END-EVALUATE.
002150     PERFORM 4000-BUILD-TERM-LINES THRU 4000-EXIT.
002160     PERFORM 5000-SEND-TRMM-MAP THRU 5000-EXIT.
002170     MOVE 'TRMMCOB' TO CA-LAST-PGM OF TM-COMMAREA.
002180     EXEC CICS RETURN
002190         TRANSID(EIBTRNID)
002200         COMMAREA(TM-COMMAREA)
002210         LENGTH(LENGTH OF TM-COMMAREA)
002220     END-EXEC.
002230 0000-EXIT.
002240     EXIT.
002250*                                                               *
002260*    1000-INITIALIZE - ESTABLISH CONDITION HANDLING SO AN       *
002270*    UNAVAILABLE FILE REDISPLAYS THE SCREEN INSTEAD OF          *
002280*    ABENDING THE TERMINAL.  PGMIDERR IS TRAPPED FOR THE PF3    *
002290*    XCTL BACK TO THE MENU.                                     *
002300*                                                               *
002310 1000-INITIALIZE.
002320     EXEC CICS HANDLE CONDITION
002330         NOTOPEN    (9200-NOTOPEN-ERROR)
002340         PGMIDERR   (9400-PGMIDERR-ERROR)
002350     END-EXEC.
002360 1000-EXIT.
002370     EXIT.
002380*                                                               *
002390*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002400*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002410*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002420*    ENTITLED TO OPTION 'TRMM' ON THE OPTENT FILE (1060, SEE    *
002430*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002440*    SWITCH AT 'N'.                                             *
002450*                                                               *
002460 1050-CHECK-AUTHORITY.
002470     MOVE 'N' TO TM-AUTH-SW.
002480     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF TM-COMMAREA
002490         GO TO 1050-EXIT
002500     END-IF.
002510     MOVE CA-OPERATOR-ID OF TM-COMMAREA TO TM-OPERATOR-KEY.
002520     EXEC CICS READ
002530         FILE('OPERTOR')
002540         INTO(KAJCOPT-RECORD)
002550         RIDFLD(TM-OPERATOR-KEY)
002560         KEYLENGTH(8)
002570         RESP(TM-RESP)
002580     END-EXEC.
002590     IF TM-RESP NOT = DFHRESP(NORMAL)
002600         GO TO 1050-EXIT
002610     END-IF.
002620     IF NOT OPT-IS-ACTIVE
002630         GO TO 1050-EXIT
002640     END-IF.
002650     MOVE OPT-AUTHORITY TO TM-EFF-AUTH.
002655     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002660     MOVE 'TRMM' TO TM-ENT-OPTION.
002670     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002680     MOVE TM-ENT-SW TO TM-AUTH-SW.
002690 1050-EXIT.
002700     EXIT.
002710*                                                               *
002720*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002730*    OPTION TM-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002740*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002750*    OPTION'S DEFINITION MUST BE ON FILE AND TM-EFF-AUTH        *
002760*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002770*    UNAVAILABLE, DENIES.                                       *
002780*                                                               *
002790 1060-CHECK-ENTITLEMENT.
002800     MOVE 'N' TO TM-ENT-SW.
002810     MOVE CA-OPERATOR-ID OF TM-COMMAREA TO TM-ENT-OPID.
002820     EXEC CICS READ
002830         FILE('OPTENT')
002840         INTO(KAJCENT-RECORD)
002850         RIDFLD(TM-ENT-RIDFLD)
002860         KEYLENGTH(12)
002870         RESP(TM-RESP)
002880     END-EXEC.
002890     IF TM-RESP = DFHRESP(NORMAL)
002900         IF ENT-OVR-GRANT
002910             MOVE 'Y' TO TM-ENT-SW
002920             GO TO 1060-EXIT
002930         END-IF
002940         IF ENT-OVR-DENY
002950             GO TO 1060-EXIT
002960         END-IF
002970     END-IF.
002980     MOVE SPACES TO TM-ENT-OPID.
002990     EXEC CICS READ
003000         FILE('OPTENT')
003010         INTO(KAJCENT-RECORD)
003020         RIDFLD(TM-ENT-RIDFLD)
003030         KEYLENGTH(12)
003040         RESP(TM-RESP)
003050     END-EXEC.
003060     IF TM-RESP = DFHRESP(NORMAL)
003070         AND TM-EFF-AUTH NOT < ENT-MIN-AUTH
003080         MOVE 'Y' TO TM-ENT-SW
003090     END-IF.
003100 1060-EXIT.
003101     EXIT.
003102*                                                               *
003103*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
003104*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
003105*    TM-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
003106*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
003107*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
003108*                                                               *
003109 1070-APPLY-DELEGATION.
003110     EXEC CICS READ
003111         FILE('DELEGT')
003112         INTO(KAJCDLG-RECORD)
003113         RIDFLD(TM-OPERATOR-KEY)
003114         KEYLENGTH(8)
003115         RESP(TM-RESP)
003116     END-EXEC.
003117     IF TM-RESP NOT = DFHRESP(NORMAL)
003118         GO TO 1070-EXIT
003119     END-IF.
003120     IF DLG-STAT-ACTIVE
003121         AND DLG-START-DATE NOT > EIBDATE
003122         AND DLG-END-DATE NOT < EIBDATE
003123         AND DLG-AUTHORITY > TM-EFF-AUTH
003124         MOVE DLG-AUTHORITY TO TM-EFF-AUTH
003125     END-IF.
003126 1070-EXIT.
003127     EXIT.
003128*                                                               *
003130*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
003140*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
003150*    SIGNED-ON ID, AND HAVE BEEN ACTIVE WITHIN THE IDLE LIMIT - *
003160*    OTHERWISE THE CONVERSATION IS FORCED BACK THROUGH THE      *
003170*    SIGN-ON SCREEN.  A GOOD CHECK RE-STAMPS THE LAST-ACTIVITY  *
003180*    TIME; THE RE-STAMP ITSELF IS BEST-EFFORT.                  *
003190*                                                               *
003200 1100-CHECK-SESSION.
003210     MOVE EIBTRMID TO TM-SES-KEY.
003220     EXEC CICS READ
003230         FILE('SESSON')
003240         INTO(KAJCSES-RECORD)
003250         RIDFLD(TM-SES-KEY)
003260         KEYLENGTH(4)
003270         UPDATE
003280         RESP(TM-RESP)
003290     END-EXEC.
003300     IF TM-RESP NOT = DFHRESP(NORMAL)
003310         GO TO 1100-FORCE-SIGNON
003320     END-IF.
003330     IF SES-OPERATOR-ID NOT = CA-OPERATOR-ID OF TM-COMMAREA
003340         EXEC CICS DELETE FILE('SESSON') RESP(TM-RESP) END-EXEC
003350         GO TO 1100-FORCE-SIGNON
003360     END-IF.
003370     IF SES-LAST-DATE NOT = EIBDATE
003380         EXEC CICS DELETE FILE('SESSON') RESP(TM-RESP) END-EXEC
003390         GO TO 1100-FORCE-SIGNON
003400     END-IF.
003410     DIVIDE SES-LAST-TIME BY 10000
003420         GIVING TM-LAST-HH REMAINDER TM-LAST-MMSS.
003430     DIVIDE TM-LAST-MMSS BY 100 GIVING TM-LAST-MM.
003440     DIVIDE EIBTIME BY 10000
003450         GIVING TM-CUR-HH REMAINDER TM-CUR-MMSS.
003460     DIVIDE TM-CUR-MMSS BY 100 GIVING TM-CUR-MM.
003470     COMPUTE TM-IDLE-MINS =
003480         (TM-CUR-HH * 60 + TM-CUR-MM)
003490         - (TM-LAST-HH * 60 + TM-LAST-MM).
003500     IF TM-IDLE-MINS > TM-IDLE-LIMIT
003510         EXEC CICS DELETE FILE('SESSON') RESP(TM-RESP) END-EXEC
003520         GO TO 1100-FORCE-SIGNON
003530     END-IF.
003540     MOVE EIBDATE TO SES-LAST-DATE.
003550     MOVE EIBTIME TO SES-LAST-TIME.
003560     EXEC CICS REWRITE
003570         FILE('SESSON')
003580         FROM(KAJCSES-RECORD)
003590         RESP(TM-RESP)
003600     END-EXEC.
003610     GO TO 1100-EXIT.
003620*    THE SESSION IS GONE (FORCED OFF), STALE, OR NOT THIS       *
003630*    OPERATOR'S - ONLY A FRESH SIGN-ON GETS BACK IN.            *
003640 1100-FORCE-SIGNON.
003650     MOVE SPACE TO CA-SIGNON-FLAG OF TM-COMMAREA.
003660     MOVE 'TRMMCOB' TO CA-FROM-PROGRAM OF TM-COMMAREA.
003670     EXEC CICS XCTL
003680         PROGRAM('SGONCOB')
003690         COMMAREA(TM-COMMAREA)
003700         LENGTH(LENGTH OF TM-COMMAREA)
003710     END-EXEC.
003720 1100-EXIT.
003730     EXIT.
003740*                                                               *
003750*    1150-DROP-SESSION - SIGN-OFF PATHS DELETE THE TERMINAL'S   *
003760*    SESSION RECORD; BEST-EFFORT, THERE MAY NOT BE ONE.         *
003770*                                                               *
003780 1150-DROP-SESSION.
003790     MOVE EIBTRMID TO TM-SES-KEY.
003800     EXEC CICS DELETE
003810         FILE('SESSON')
003820         RIDFLD(TM-SES-KEY)
003830         KEYLENGTH(4)
003840         RESP(TM-RESP)
003850     END-EXEC.
003860 1150-EXIT.
003865     EXIT.
003870*                                                               *
003880*    2000-RECEIVE-TRMM-MAP - THE RECEIVE IS ONLY ISSUED WHEN    *
003890*    THIS PROGRAM'S OWN MAP IS ON THE GLASS (CA-LAST-PGM); ON   *
003900*    ARRIVAL FROM THE MENU THE TASK'S INPUT WAS ALREADY READ    *
003910*    BY KAJCCOB AND A SECOND RECEIVE WOULD HANG THE TERMINAL,   *
003920*    NOT MAPFAIL.  ARRIVAL AND MAPFAIL (NOTHING KEYED) BOTH     *
003930*    JUST SHOW THE TERMINAL LIST.  A TERMINAL ID ROUTES TO THE  *
003940*    TERMINAL ACTIONS, AN OPERATOR ID TO THE SHIFT ACTIONS.     *
003950*                                                               *
003960 2000-RECEIVE-TRMM-MAP.
003970     IF CA-LAST-PGM OF TM-COMMAREA NOT = 'TRMMCOB'
003980         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
003990         GO TO 2000-EXIT
004000     END-IF.
004010     EXEC CICS RECEIVE MAP('TRMMMAP')
004020         MAPSET('TESTMSD')
004030         INTO(TRMMMAPI)
004040         RESP(TM-RESP)
004050     END-EXEC.
004060     EVALUATE TM-RESP
004070         WHEN DFHRESP(NORMAL)
004080             CONTINUE
004090         WHEN DFHRESP(MAPFAIL)
004100             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004110             GO TO 2000-EXIT
004120         WHEN OTHER
004130             GO TO 9200-NOTOPEN-ERROR
004140     END-EVALUATE.
004150     MOVE GTERMI TO TM-TERM-KEY.
004160     MOVE GOPIDI TO TM-SHF-KEY.
004170     MOVE GACTNI TO TM-ACTION.
004180     MOVE GLOCI  TO TM-IN-LOC.
004190     MOVE GDESTI TO TM-IN-DEST.
004200     MOVE GAUTHI TO TM-IN-AUTH.
004210     MOVE GACTVI TO TM-IN-ACTIVE.
004220     MOVE GDAYSI TO TM-IN-DAYS.
004230     MOVE GFROMI TO TM-IN-FROM.
004240     MOVE GTOI   TO TM-IN-TO.
004250     INSPECT TM-TERM-KEY  REPLACING ALL LOW-VALUE BY SPACE.
004260     INSPECT TM-SHF-KEY   REPLACING ALL LOW-VALUE BY SPACE.
004270     INSPECT TM-ACTION    REPLACING ALL LOW-VALUE BY SPACE.
004280     INSPECT TM-IN-LOC    REPLACING ALL LOW-VALUE BY SPACE.
004290     INSPECT TM-IN-DEST   REPLACING ALL LOW-VALUE BY SPACE.
004300     INSPECT TM-IN-AUTH   REPLACING ALL LOW-VALUE BY SPACE.
004310     INSPECT TM-IN-ACTIVE REPLACING ALL LOW-VALUE BY SPACE.
004320     INSPECT TM-IN-DAYS   REPLACING ALL LOW-VALUE BY SPACE.
004330     INSPECT TM-IN-FROM   REPLACING ALL LOW-VALUE BY SPACE.
004340     INSPECT TM-IN-TO     REPLACING ALL LOW-VALUE BY SPACE.
004350     IF TM-TERM-KEY NOT = SPACES AND TM-SHF-KEY NOT = SPACES
004360         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004370         MOVE 'KEY A TERMINAL ID OR AN OPERATOR ID, NOT BOTH'
004380             TO TM-MSG-TEXT
004390         GO TO 2000-EXIT
004400     END-IF.
004410     IF TM-ACTION NOT = SPACE AND TM-ACTION NOT = 'A'
004420         AND TM-ACTION NOT = 'C' AND TM-ACTION NOT = 'D'
004430         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004440         MOVE 'ACTION MUST BE A, C, D OR BLANK'
004450             TO TM-MSG-TEXT
004460         GO TO 2000-EXIT
004470     END-IF.
004480     EVALUATE TRUE
004490         WHEN TM-TERM-KEY NOT = SPACES
004500             PERFORM 3000-TERMINAL-ACTION THRU 3000-EXIT
004510         WHEN TM-SHF-KEY NOT = SPACES
004520             PERFORM 3500-SHIFT-ACTION THRU 3500-EXIT
004530         WHEN OTHER
004540             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004550     END-EVALUATE.
004560 2000-EXIT.
004570     EXIT.
004580*                                                               *
004590*    3000-TERMINAL-ACTION - SHOW, ADD, CHANGE OR DELETE ONE     *
004600*    TERMNL RECORD.  A REFUSED ENTRY IS JOURNALLED UNDER TRMM;  *
004610*    AN APPLIED ONE UNDER THE TERMINAL ID ITSELF, SO THE AUDT   *
004620*    TRAIL SAYS WHICH TERMINAL WAS TOUCHED.                     *
004630*                                                               *
004640 3000-TERMINAL-ACTION.
004650     EVALUATE TM-ACTION
004660         WHEN SPACE
004670             PERFORM 3100-SHOW-TERMINAL THRU 3100-EXIT
004680         WHEN 'A'
004690             PERFORM 3200-ADD-TERMINAL THRU 3200-EXIT
004700         WHEN 'C'
004710             PERFORM 3300-CHANGE-TERMINAL THRU 3300-EXIT
004720         WHEN 'D'
004730             PERFORM 3400-DELETE-TERMINAL THRU 3400-EXIT
004740     END-EVALUATE.
004750 3000-EXIT.
004760     EXIT.
004770 3100-SHOW-TERMINAL.
004780     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
004790     EXEC CICS READ
004800         FILE('TERMNL')
004810         INTO(KAJCTRM-RECORD)
004820         RIDFLD(TM-TERM-KEY)
004830         KEYLENGTH(4)
004840         RESP(TM-RESP)
004850     END-EXEC.
004860     EVALUATE TM-RESP
004870         WHEN DFHRESP(NORMAL)
004880             MOVE KAJCTRM-RECORD TO TM-SHOW-TERM-REC
004890             MOVE 'T' TO TM-SHOW-SW
004900             MOVE 'TERMINAL SHOWN - KEY C AND NEW VALUES'
004910                 TO TM-MSG-TEXT
004920         WHEN DFHRESP(NOTFND)
004930             MOVE 'TERMINAL IS NOT REGISTERED - KEY A TO ADD IT'
004940                 TO TM-MSG-TEXT
004950         WHEN OTHER
004960             GO TO 9200-NOTOPEN-ERROR
004970     END-EVALUATE.
004980 3100-EXIT.
004990     EXIT.
005000*    A NEW TERMINAL NEEDS A LOCATION AND A MAXIMUM AUTHORITY;   *
005010*    THE ACTIVE FLAG DEFAULTS TO Y AND A BLANK DESTINATION      *
005020*    MEANS MAIN, THE SAME AS ON THE OPERATOR RECORD.            *
005030 3200-ADD-TERMINAL.
005040     MOVE SPACES         TO KAJCTRM-RECORD.
005050     MOVE TM-TERM-KEY    TO TRM-TERMINAL-ID.
005060     MOVE TM-IN-LOC      TO TRM-LOCATION.
005070     MOVE TM-IN-DEST     TO TRM-PRINT-DEST.
005080     MOVE TM-IN-AUTH     TO TRM-MAX-AUTH.
005090     MOVE TM-IN-ACTIVE   TO TRM-ACTIVE-FLAG.
005100     IF TRM-ACTIVE-FLAG = SPACE
005110         MOVE 'Y' TO TRM-ACTIVE-FLAG
005120     END-IF.
005130     PERFORM 3250-EDIT-TERMINAL THRU 3250-EXIT.
005140     IF NOT TM-EDIT-OK
005150         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
005160         GO TO 3200-EXIT
005170     END-IF.
005180     MOVE CA-OPERATOR-ID OF TM-COMMAREA TO TRM-CHG-BY.
005190     MOVE EIBDATE        TO TRM-CHG-DATE.
005200     MOVE EIBTIME        TO TRM-CHG-TIME.
005210     EXEC CICS WRITE
005220         FILE('TERMNL')
005230         FROM(KAJCTRM-RECORD)
005240         RIDFLD(TRM-TERMINAL-ID)
005250         KEYLENGTH(4)
005260         RESP(TM-RESP)
005270     END-EXEC.
005280     EVALUATE TM-RESP
005290         WHEN DFHRESP(NORMAL)
005300             CONTINUE
005310         WHEN DFHRESP(DUPREC)
005320             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
005330             MOVE 'TERMINAL ALREADY REGISTERED - USE C'
005340                 TO TM-MSG-TEXT
005350             GO TO 3200-EXIT
005360         WHEN OTHER
005370             GO TO 9200-NOTOPEN-ERROR
005380     END-EVALUATE.
005390     MOVE TM-TERM-KEY TO TM-JRN-OPTION.
005400     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005410     MOVE KAJCTRM-RECORD TO TM-SHOW-TERM-REC.
005420     MOVE 'T' TO TM-SHOW-SW.
005430     MOVE 'TERMINAL REGISTERED' TO TM-MSG-TEXT.
005440 3200-EXIT.
005450     EXIT.
005460*                                                               *
005470*    3250-EDIT-TERMINAL - THE RECORD AS IT WOULD BE WRITTEN.    *
005480*    THE TERMINAL IN USE MAY NOT BE SET INACTIVE FROM ITSELF.   *
005490*                                                               *
005500 3250-EDIT-TERMINAL.
005510     MOVE 'N' TO TM-EDIT-SW.
005520     IF TRM-LOCATION = SPACES
005530         MOVE 'LOCATION IS REQUIRED' TO TM-MSG-TEXT
005540         GO TO 3250-EXIT
005550     END-IF.
005560     IF TRM-MAX-AUTH NOT = '1' AND TRM-MAX-AUTH NOT = '2'
005570         AND TRM-MAX-AUTH NOT = '3'
005580         MOVE 'MAX AUTHORITY MUST BE 1, 2 OR 3' TO TM-MSG-TEXT
005590         GO TO 3250-EXIT
005600     END-IF.
005610     IF NOT TRM-IS-ACTIVE AND NOT TRM-IS-INACTIVE
005620         MOVE 'ACTIVE FLAG MUST BE Y OR N' TO TM-MSG-TEXT
005630         GO TO 3250-EXIT
005640     END-IF.
005650     IF TRM-IS-INACTIVE AND TRM-TERMINAL-ID = EIBTRMID
005660         MOVE 'CANNOT DEACTIVATE THE TERMINAL YOU ARE USING'
005670             TO TM-MSG-TEXT
005680         GO TO 3250-EXIT
005690     END-IF.
005700     MOVE 'Y' TO TM-EDIT-SW.
005710 3250-EXIT.
005720     EXIT.
005730*    ONLY THE FIELDS KEYED ARE CHANGED; THE REST KEEP THEIR     *
005740*    VALUES ON FILE.                                            *
005750 3300-CHANGE-TERMINAL.
005760     EXEC CICS READ
005770         FILE('TERMNL')
005780         INTO(KAJCTRM-RECORD)
005790         RIDFLD(TM-TERM-KEY)
005800         KEYLENGTH(4)
005810         UPDATE
005820         RESP(TM-RESP)
005830     END-EXEC.
005840     EVALUATE TM-RESP
005850         WHEN DFHRESP(NORMAL)
005860             CONTINUE
005870         WHEN DFHRESP(NOTFND)
005880             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
005890             MOVE 'TERMINAL IS NOT REGISTERED - KEY A TO ADD IT'
005900                 TO TM-MSG-TEXT
005910             GO TO 3300-EXIT
005920         WHEN OTHER
005930             GO TO 9200-NOTOPEN-ERROR
005940     END-EVALUATE.
005950     IF TM-IN-LOC NOT = SPACES
005960         MOVE TM-IN-LOC TO TRM-LOCATION
005970     END-IF.
005980     IF TM-IN-DEST NOT = SPACES
005990         MOVE TM-IN-DEST TO TRM-PRINT-DEST
006000     END-IF.
006010     IF TM-IN-AUTH NOT = SPACE
006020         MOVE TM-IN-AUTH TO TRM-MAX-AUTH
006030     END-IF.
006040     IF TM-IN-ACTIVE NOT = SPACE
006050         MOVE TM-IN-ACTIVE TO TRM-ACTIVE-FLAG
006060     END-IF.
006070     PERFORM 3250-EDIT-TERMINAL THRU 3250-EXIT.
006080     IF NOT TM-EDIT-OK
006090         EXEC CICS UNLOCK FILE('TERMNL') END-EXEC
006100         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
006110         GO TO 3300-EXIT
006120     END-IF.
006130     MOVE CA-OPERATOR-ID OF TM-COMMAREA TO TRM-CHG-BY.
006140     MOVE EIBDATE        TO TRM-CHG-DATE.
006150     MOVE EIBTIME        TO TRM-CHG-TIME.
006160     EXEC CICS REWRITE
006170         FILE('TERMNL')
006180         FROM(KAJCTRM-RECORD)
006190         RESP(TM-RESP)
006200     END-EXEC.
006210     IF TM-RESP NOT = DFHRESP(NORMAL)
006220         GO TO 9200-NOTOPEN-ERROR
006230     END-IF.
006240     MOVE TM-TERM-KEY TO TM-JRN-OPTION.
006250     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
006260     MOVE KAJCTRM-RECORD TO TM-SHOW-TERM-REC.
006270     MOVE 'T' TO TM-SHOW-SW.
006280     MOVE 'TERMINAL CHANGED - IN EFFECT ON THE NEXT SIGN-ON'
006290         TO TM-MSG-TEXT.
006300 3300-EXIT.
006310     EXIT.
006320 3400-DELETE-TERMINAL.
006330     IF TM-TERM-KEY = EIBTRMID
006340         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
006350         MOVE 'CANNOT DELETE THE TERMINAL YOU ARE USING'
006360             TO TM-MSG-TEXT
006370         GO TO 3400-EXIT
006380     END-IF.
006390     EXEC CICS DELETE
006400         FILE('TERMNL')
006410         RIDFLD(TM-TERM-KEY)
006420         KEYLENGTH(4)
006430         RESP(TM-RESP)
006440     END-EXEC.
006450     EVALUATE TM-RESP
006460         WHEN DFHRESP(NORMAL)
006470             CONTINUE
006480         WHEN DFHRESP(NOTFND)
006490             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
006500             MOVE 'TERMINAL IS NOT REGISTERED' TO TM-MSG-TEXT
006510             GO TO 3400-EXIT
006520         WHEN OTHER
006530             GO TO 9200-NOTOPEN-ERROR
006540     END-EVALUATE.
006550     MOVE TM-TERM-KEY TO TM-JRN-OPTION.
006560     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
006570     MOVE 'TERMINAL DELETED - IT CAN NO LONGER SIGN ON'
006580         TO TM-MSG-TEXT.
006590 3400-EXIT.
006600     EXIT.
006610*                                                               *
006620*    3500-SHIFT-ACTION - SHOW, ADD, CHANGE OR DELETE ONE        *
006630*    OPERATOR'S OPRSHF SHIFT WINDOW.  AN APPLIED CHANGE IS      *
006640*    JOURNALLED UNDER SHFT (THE 8-BYTE ID DOES NOT FIT THE      *
006650*    4-BYTE JRN-OPTION).                                        *
006660*                                                               *
006670 3500-SHIFT-ACTION.
006680     EVALUATE TM-ACTION
006690         WHEN SPACE
006700             PERFORM 3600-SHOW-SHIFT THRU 3600-EXIT
006710         WHEN 'A'
006720             PERFORM 3700-ADD-SHIFT THRU 3700-EXIT
006730         WHEN 'C'
006740             PERFORM 3800-CHANGE-SHIFT THRU 3800-EXIT
006750         WHEN 'D'
006760             PERFORM 3900-DELETE-SHIFT THRU 3900-EXIT
006770     END-EVALUATE.
006780 3500-EXIT.
006790     EXIT.
006800 3600-SHOW-SHIFT.
006810     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
006820     EXEC CICS READ
006830         FILE('OPRSHF')
006840         INTO(KAJCSHF-RECORD)
006850         RIDFLD(TM-SHF-KEY)
006860         KEYLENGTH(8)
006870         RESP(TM-RESP)
006880     END-EXEC.
006890     EVALUATE TM-RESP
006900         WHEN DFHRESP(NORMAL)
006910             MOVE 'S' TO TM-SHOW-SW
006920             MOVE 'SHIFT SHOWN - DAYS ARE MON TO SUN'
006930                 TO TM-MSG-TEXT
006940         WHEN DFHRESP(NOTFND)
006950             MOVE 'NO SHIFT WINDOW - ANY HOUR ALLOWED'
006960                 TO TM-MSG-TEXT
006970         WHEN OTHER
006980             GO TO 9200-NOTOPEN-ERROR
006990     END-EVALUATE.
007000 3600-EXIT.
007010     EXIT.
007020*    A WINDOW IS ONLY KEPT FOR AN OPERATOR ON THE MASTER; ALL   *
007030*    THREE FIELDS ARE REQUIRED.                                 *
007040 3700-ADD-SHIFT.
007050     EXEC CICS READ
007060         FILE('OPERTOR')
007070         INTO(KAJCOPT-RECORD)
007080         RIDFLD(TM-SHF-KEY)
007090         KEYLENGTH(8)
007100         RESP(TM-RESP)
007110     END-EXEC.
007120     EVALUATE TM-RESP
007130         WHEN DFHRESP(NORMAL)
007140             CONTINUE
007150         WHEN DFHRESP(NOTFND)
007160             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
007170             MOVE 'OPERATOR ID IS NOT ON FILE' TO TM-MSG-TEXT
007180             GO TO 3700-EXIT
007190         WHEN OTHER
007200             GO TO 9200-NOTOPEN-ERROR
007210     END-EVALUATE.
007220     MOVE SPACES      TO KAJCSHF-RECORD.
007230     MOVE TM-SHF-KEY  TO SHF-OPERATOR-ID.
007240     MOVE TM-IN-DAYS  TO SHF-DAYS.
007250     PERFORM 3850-EDIT-SHIFT THRU 3850-EXIT.
007260     IF NOT TM-EDIT-OK
007270         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
007280         GO TO 3700-EXIT
007290     END-IF.
007300     MOVE CA-OPERATOR-ID OF TM-COMMAREA TO SHF-CHG-BY.
007310     MOVE EIBDATE     TO SHF-CHG-DATE.
007320     MOVE EIBTIME     TO SHF-CHG-TIME.
007330     EXEC CICS WRITE
007340         FILE('OPRSHF')
007350         FROM(KAJCSHF-RECORD)
007360         RIDFLD(SHF-OPERATOR-ID)
007370         KEYLENGTH(8)
007380         RESP(TM-RESP)
007390     END-EXEC.
007400     EVALUATE TM-RESP
007410         WHEN DFHRESP(NORMAL)
007420             CONTINUE
007430         WHEN DFHRESP(DUPREC)
007440             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
007450             MOVE 'SHIFT WINDOW ON FILE - USE C'
007460                 TO TM-MSG-TEXT
007470             GO TO 3700-EXIT
007480         WHEN OTHER
007490             GO TO 9200-NOTOPEN-ERROR
007500     END-EVALUATE.
007510     MOVE 'SHFT' TO TM-JRN-OPTION.
007520     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
007530     MOVE 'S' TO TM-SHOW-SW.
007540     MOVE 'SHIFT WINDOW ADDED - IN EFFECT ON THE NEXT SIGN-ON'
007550         TO TM-MSG-TEXT.
007560 3700-EXIT.
007570     EXIT.
007580 3800-CHANGE-SHIFT.
007590     EXEC CICS READ
007600         FILE('OPRSHF')
007610         INTO(KAJCSHF-RECORD)
007620         RIDFLD(TM-SHF-KEY)
007630         KEYLENGTH(8)
007640         UPDATE
007650         RESP(TM-RESP)
007660     END-EXEC.
007670     EVALUATE TM-RESP
007680         WHEN DFHRESP(NORMAL)
007690             CONTINUE
007700         WHEN DFHRESP(NOTFND)
007710             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
007720             MOVE 'NO SHIFT WINDOW ON FILE - KEY A TO ADD ONE'
007730                 TO TM-MSG-TEXT
007740             GO TO 3800-EXIT
007750         WHEN OTHER
007760             GO TO 9200-NOTOPEN-ERROR
007770     END-EVALUATE.
007780     IF TM-IN-DAYS NOT = SPACES
007790         MOVE TM-IN-DAYS TO SHF-DAYS
007800     END-IF.
007810     IF TM-IN-FROM = SPACES
007820         MOVE SHF-START-HHMM TO TM-IN-FROM
007830     END-IF.
007840     IF TM-IN-TO = SPACES
007850         MOVE SHF-END-HHMM TO TM-IN-TO
007860     END-IF.
007870     PERFORM 3850-EDIT-SHIFT THRU 3850-EXIT.
007880     IF NOT TM-EDIT-OK
007890         EXEC CICS UNLOCK FILE('OPRSHF') END-EXEC
007900         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
007910         GO TO 3800-EXIT
007920     END-IF.
007930     MOVE CA-OPERATOR-ID OF TM-COMMAREA TO SHF-CHG-BY.
007940     MOVE EIBDATE     TO SHF-CHG-DATE.
007950     MOVE EIBTIME     TO SHF-CHG-TIME.
007960     EXEC CICS REWRITE
007970         FILE('OPRSHF')
007980         FROM(KAJCSHF-RECORD)
007990         RESP(TM-RESP)
008000     END-EXEC.
008010     IF TM-RESP NOT = DFHRESP(NORMAL)
008020         GO TO 9200-NOTOPEN-ERROR
008030     END-IF.
008040     MOVE 'SHFT' TO TM-JRN-OPTION.
008050     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
008060     MOVE 'S' TO TM-SHOW-SW.
008070     MOVE 'SHIFT WINDOW CHANGED - IN EFFECT ON THE NEXT SIGN-ON'
008080         TO TM-MSG-TEXT.
008090 3800-EXIT.
008100     EXIT.
008110*                                                               *
008120*    3850-EDIT-SHIFT - SHF-DAYS IS ALREADY IN THE RECORD; THE   *
008130*    HOURS ARE EDITED FROM TM-IN-FROM/TM-IN-TO AND MOVED IN     *
008140*    ONLY WHEN GOOD.  EVERY DAY FLAG MUST BE Y OR N, AT LEAST   *
008150*    ONE Y; EACH TIME A REAL HHMM; START AND END MAY NOT BE     *
008160*    EQUAL (AN END BEFORE THE START IS AN OVERNIGHT SHIFT).     *
008170*                                                               *
008180 3850-EDIT-SHIFT.
008190     MOVE 'N' TO TM-EDIT-SW.
008200     MOVE 0 TO TM-YES-COUNT.
008210     PERFORM 3860-EDIT-ONE-DAY THRU 3860-EXIT
008220         VARYING TM-DAY-IX FROM 1 BY 1
008230         UNTIL TM-DAY-IX > 7 OR TM-MSG-TEXT NOT = SPACES.
008240     IF TM-MSG-TEXT NOT = SPACES
008250         GO TO 3850-EXIT
008260     END-IF.
008270     IF TM-YES-COUNT = 0
008280         MOVE 'DAYS MUST HAVE AT LEAST ONE Y' TO TM-MSG-TEXT
008290         GO TO 3850-EXIT
008300     END-IF.
008310     IF TM-IN-FROM NOT NUMERIC
008320         MOVE 'FROM MUST BE A 24-HOUR TIME, HHMM' TO TM-MSG-TEXT
008330         GO TO 3850-EXIT
008340     END-IF.
008350     MOVE TM-IN-FROM TO TM-TE-HHMM.
008360     IF TM-TE-HH > 23 OR TM-TE-MM > 59
008370         MOVE 'FROM MUST BE A 24-HOUR TIME, HHMM' TO TM-MSG-TEXT
008380         GO TO 3850-EXIT
008390     END-IF.
008400     IF TM-IN-TO NOT NUMERIC
008410         MOVE 'TO MUST BE A 24-HOUR TIME, HHMM' TO TM-MSG-TEXT
008420         GO TO 3850-EXIT
008430     END-IF.
008440     MOVE TM-IN-TO TO TM-TE-HHMM.
008450     IF TM-TE-HH > 23 OR TM-TE-MM > 59
008460         MOVE 'TO MUST BE A 24-HOUR TIME, HHMM' TO TM-MSG-TEXT
008470         GO TO 3850-EXIT
008480     END-IF.
008490     IF TM-IN-FROM = TM-IN-TO
008500         MOVE 'FROM AND TO MAY NOT BE THE SAME TIME'
008510             TO TM-MSG-TEXT
008520         GO TO 3850-EXIT
008530     END-IF.
008540     MOVE TM-IN-FROM TO SHF-START-HHMM.
008550     MOVE TM-IN-TO   TO SHF-END-HHMM.
008560     MOVE 'Y' TO TM-EDIT-SW.
008570 3850-EXIT.
008580     EXIT.
008590 3860-EDIT-ONE-DAY.
008600     EVALUATE SHF-DAY-FLAG (TM-DAY-IX)
008610         WHEN 'Y'
008620             ADD 1 TO TM-YES-COUNT
008630         WHEN 'N'
008640             CONTINUE
008650         WHEN OTHER
008660             MOVE 'DAYS MUST BE SEVEN Y/N FLAGS, MONDAY FIRST'
008670                 TO TM-MSG-TEXT
008680     END-EVALUATE.
008690 3860-EXIT.
008700     EXIT.
008710 3900-DELETE-SHIFT.
008720     EXEC CICS DELETE
008730         FILE('OPRSHF')
008740         RIDFLD(TM-SHF-KEY)
008750         KEYLENGTH(8)
008760         RESP(TM-RESP)
008770     END-EXEC.
008780     EVALUATE TM-RESP
008790         WHEN DFHRESP(NORMAL)
008800             CONTINUE
008810         WHEN DFHRESP(NOTFND)
008820             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
008830             MOVE 'NO SHIFT WINDOW ON FILE' TO TM-MSG-TEXT
008840             GO TO 3900-EXIT
008850         WHEN OTHER
008860             GO TO 9200-NOTOPEN-ERROR
008870     END-EVALUATE.
008880     MOVE 'SHFT' TO TM-JRN-OPTION.
008890     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
008900     MOVE 'SHIFT WINDOW REMOVED - ANY HOUR ALLOWED'
008910         TO TM-MSG-TEXT.
008920 3900-EXIT.
008930     EXIT.
008940*                                                               *
008950*    4000-BUILD-TERM-LINES - TEN TERMNL RECORDS FROM THE        *
008960*    ANCHOR CARRIED IN CA-CURSOR-KEY, THE SAME PAGING AS        *
008970*    SESSCOB: A PEEK AT THE ELEVENTH RECORD DECIDES WHETHER     *
008980*    THERE IS ANOTHER PAGE, AND THE END OF THE FILE WRAPS THE   *
008990*    ANCHOR BACK TO THE TOP.  RUNS AFTER ANY CHANGE SO THE NEW  *
009000*    VALUES SHOW AT ONCE.                                       *
009010*                                                               *
009020 4000-BUILD-TERM-LINES.
009030     MOVE SPACES TO TRMMMAPO.
009040     MOVE 0 TO TM-LINE-COUNT.
009050     MOVE 'N' TO TM-BROWSE-EOF-SW.
009060     MOVE 'N' TO TM-MORE-SW.
009070     MOVE 'N' TO TM-TOP-SW.
009080     MOVE CA-CURSOR-KEY OF TM-COMMAREA (1:4) TO TM-BRKEY.
009090     IF TM-BRKEY = LOW-VALUES OR TM-BRKEY = SPACES
009100         MOVE LOW-VALUES TO TM-BRKEY
009110         MOVE 'Y' TO TM-TOP-SW
009120     END-IF.
009130     EXEC CICS STARTBR
009140         FILE('TERMNL')
009150         RIDFLD(TM-BRKEY)
009160         KEYLENGTH(4)
009170         GTEQ
009180         RESP(TM-RESP)
009190     END-EXEC.
009200     IF TM-RESP NOT = DFHRESP(NORMAL)
009210         GO TO 4000-NO-LINES
009220     END-IF.
009230     PERFORM 4100-COLLECT-ONE-TERM THRU 4100-EXIT
009240         UNTIL TM-BROWSE-DONE OR TM-LINE-COUNT = 10.
009250     IF NOT TM-BROWSE-DONE
009260         PERFORM 4200-PEEK-NEXT-TERM THRU 4200-EXIT
009270     END-IF.
009280     EXEC CICS ENDBR FILE('TERMNL') END-EXEC.
009290 4000-NO-LINES.
009300     IF TM-HAS-MORE
009310         MOVE LOW-VALUES TO CA-CURSOR-KEY OF TM-COMMAREA
009320         MOVE TM-BRKEY TO CA-CURSOR-KEY OF TM-COMMAREA (1:4)
009330         IF TM-MSG-TEXT = SPACES
009340             MOVE 'MORE TERMINALS - PF8=NEXT PAGE' TO TM-MSG-TEXT
009350         END-IF
009360     ELSE
009370         MOVE LOW-VALUES TO CA-CURSOR-KEY OF TM-COMMAREA
009380         IF NOT TM-FROM-TOP AND TM-MSG-TEXT = SPACES
009390             MOVE 'END OF LIST - PF8 RESTARTS AT THE TOP'
009400                 TO TM-MSG-TEXT
009410         END-IF
009420     END-IF.
009430     IF TM-LINE-COUNT = 0 AND TM-FROM-TOP
009440         MOVE 'NO TERMINALS REGISTERED'
009450             TO TRMMMAPT-DATA (1)
009460     END-IF.
009470 4000-EXIT.
009480     EXIT.
009490 4100-COLLECT-ONE-TERM.
009500     EXEC CICS READNEXT
009510         FILE('TERMNL')
009520         INTO(KAJCTRM-RECORD)
009530         RIDFLD(TM-BRKEY)
009540         KEYLENGTH(4)
009550         RESP(TM-RESP)
009560     END-EXEC.
009570     IF TM-RESP NOT = DFHRESP(NORMAL)
009580         MOVE 'Y' TO TM-BROWSE-EOF-SW
009590         GO TO 4100-EXIT
009600     END-IF.
009610     MOVE TRM-TERMINAL-ID TO TM-TL-TERM.
009620     MOVE TRM-LOCATION    TO TM-TL-LOC.
009630     MOVE TRM-PRINT-DEST  TO TM-TL-DEST.
009640     IF TM-TL-DEST = SPACES
009650         MOVE 'MAIN' TO TM-TL-DEST
009660     END-IF.
009670     MOVE TRM-MAX-AUTH    TO TM-TL-AUTH.
009680     IF TRM-IS-ACTIVE
009690         MOVE 'ACTIVE'   TO TM-TL-ACTIVE
009700     ELSE
009710         MOVE 'INACTIVE' TO TM-TL-ACTIVE
009720     END-IF.
009730     MOVE TRM-CHG-BY      TO TM-TL-CHG-BY.
009740     MOVE TRM-CHG-DATE    TO TM-TL-CHG-DATE.
009750     ADD 1 TO TM-LINE-COUNT.
009760     MOVE TM-TERM-LINE TO TRMMMAPT-DATA (TM-LINE-COUNT).
009770 4100-EXIT.
009780     EXIT.
009790*                                                               *
009800*    4200-PEEK-NEXT-TERM - IS THERE AN ELEVENTH RECORD?  ITS    *
009810*    KEY (LEFT IN THE RIDFLD BY THE READNEXT) BECOMES THE NEXT  *
009820*    PAGE'S ANCHOR.                                             *
009830*                                                               *
009840 4200-PEEK-NEXT-TERM.
009850     EXEC CICS READNEXT
009860         FILE('TERMNL')
009870         INTO(KAJCTRM-RECORD)
009880         RIDFLD(TM-BRKEY)
009890         KEYLENGTH(4)
009900         RESP(TM-RESP)
009910     END-EXEC.
009920     IF TM-RESP = DFHRESP(NORMAL)
009930         MOVE 'Y' TO TM-MORE-SW
009940     END-IF.
009950 4200-EXIT.
009960     EXIT.
009970*                                                               *
009980*    5000-SEND-TRMM-MAP - ALWAYS ERASE; THE TERMINAL LINES WERE *
009990*    JUST REBUILT.  THE ENTRY FIELDS COME BACK EMPTY UNLESS A   *
010000*    RECORD WAS SHOWN OR CHANGED, WHEN THEY CARRY IT AS FILED.  *
010010*                                                               *
010020 5000-SEND-TRMM-MAP.
010030     IF TM-MSG-TEXT = SPACES
010040         MOVE 'KEY A TERMINAL OR OPERATOR ID - PF3=MENU'
010050             TO TM-MSG-TEXT
010060     END-IF.
010070     MOVE TM-MSG-TEXT TO GMSGO.
010080     MOVE SPACES TO TM-MSG-TEXT.
010090     IF TM-SHOW-TERMINAL
010100         MOVE TM-SHOW-TERM-REC TO KAJCTRM-RECORD
010110         MOVE TRM-TERMINAL-ID  TO GTERMO
010120         MOVE TRM-LOCATION     TO GLOCO
010130         MOVE TRM-PRINT-DEST   TO GDESTO
010140         MOVE TRM-MAX-AUTH     TO GAUTHO
010150         MOVE TRM-ACTIVE-FLAG  TO GACTVO
010160     END-IF.
010170     IF TM-SHOW-SHIFT
010180         MOVE SHF-OPERATOR-ID  TO GOPIDO
010190         MOVE SHF-DAYS         TO GDAYSO
010200         MOVE SHF-START-HHMM   TO GFROMO
010210         MOVE SHF-END-HHMM     TO GTOO
010220     END-IF.
010230     EXEC CICS SEND MAP('TRMMMAP')
010240         MAPSET('TESTMSD')
010250         ERASE
010260     END-EXEC.
010270 5000-EXIT.
010280     EXIT.
010290*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY, WRITTEN*
010300*    TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN READ IT *
010310*    OVERNIGHT.                                                 *
010320*                                                               *
010330 8100-WRITE-JOURNAL.
010340     MOVE EIBTRNID TO JRN-TRANS-ID.
010350     MOVE EIBAID   TO JRN-AID.
010360     MOVE EIBOPID  TO JRN-OPERATOR-ID.
010370     MOVE CA-OPERATOR-ID OF TM-COMMAREA
010380         TO JRN-USER-ID.
010390     MOVE EIBTRMID TO JRN-TERMINAL-ID.
010400     MOVE EIBDATE  TO JRN-DATE.
010410     MOVE EIBTIME  TO JRN-TIME.
010420     MOVE 'TRMMCOB' TO JRN-PROGRAM-ID.
010430     MOVE TM-JRN-OPTION  TO JRN-OPTION.
010440     MOVE TM-JRN-OUTCOME TO JRN-OUTCOME.
010450*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
010460*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
010470*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
010480     IF CA-JRN-SEQ OF TM-COMMAREA NOT NUMERIC
010490         MOVE ZERO TO CA-JRN-SEQ OF TM-COMMAREA
010500     END-IF.
010510     ADD 1 TO CA-JRN-SEQ OF TM-COMMAREA.
010520     MOVE CA-JRN-SEQ OF TM-COMMAREA TO JRN-TASK-SEQ.
010530     EXEC CICS WRITEQ TD
010540         QUEUE('AUDT')
010550         FROM(KAJCJRN-RECORD)
010560         LENGTH(LENGTH OF KAJCJRN-RECORD)
010570         RESP(TM-RESP)
010580     END-EXEC.
010590*                                                               *
010600*    BEST-EFFORT COPY FOR THE SAME-DAY MONITOR (ACTVCOB) - THE  *
010610*    TD QUEUE IS THE JOURNAL OF RECORD, SO A FAILURE HERE IS    *
010620*    ABSORBED RATHER THAN STOPPING THE TRANSACTION.             *
010630*                                                               *
010640     EXEC CICS WRITEQ TS
010650         QUEUE('KAJCJRNL')
010660         FROM(KAJCJRN-RECORD)
010670         LENGTH(LENGTH OF KAJCJRN-RECORD)
010680         AUXILIARY
010690         RESP(TM-TS-RESP)
010700     END-EXEC.
010710     MOVE SPACES TO TM-JRN-OPTION.
010720     MOVE 'G'    TO TM-JRN-OUTCOME.
010730     IF TM-RESP NOT = DFHRESP(NORMAL)
010740         GO TO 9600-AUDITQ-ERROR
010750     END-IF.
010760 8100-EXIT.
010770     EXIT.
010780*                                                               *
010790*    9200/9400/9600 - CONDITION HANDLERS.  EACH SETS A PLAIN-   *
010800*    ENGLISH MESSAGE AND FALLS INTO 9500-ERROR-COMMON TO        *
010810*    REDISPLAY THE SCREEN INSTEAD OF LETTING CICS ABEND THE     *
010820*    TRANSACTION.                                               *
010830*                                                               *
010840 9200-NOTOPEN-ERROR.
010850     MOVE 'TERMINAL OR SHIFT FILE IS CURRENTLY UNAVAILABLE'
010860         TO TM-MSG-TEXT.
010870     GO TO 9500-ERROR-COMMON.
010880 9400-PGMIDERR-ERROR.
010890     MOVE 'REQUESTED PROGRAM IS NOT INSTALLED IN THIS REGION'
010900         TO TM-MSG-TEXT.
010910     GO TO 9500-ERROR-COMMON.
010920 9500-ERROR-COMMON.
010930     MOVE SPACES TO TRMMMAPO.
010940     MOVE TM-MSG-TEXT TO GMSGO.
010950     EXEC CICS SEND MAP('TRMMMAP')
010960         MAPSET('TESTMSD')
010970         ERASE
010980     END-EXEC.
010990     MOVE 'TRMMCOB' TO CA-LAST-PGM OF TM-COMMAREA.
011000     EXEC CICS RETURN
011010         TRANSID(EIBTRNID)
011020         COMMAREA(TM-COMMAREA)
011030         LENGTH(LENGTH OF TM-COMMAREA)
011040     END-EXEC.
011050*                                                               *
011060*    9600-AUDITQ-ERROR - THE AUDIT QUEUE (AUDT) GOING NOTOPEN IS*
011070*    A DIFFERENT PROBLEM THAN THE TERMINAL FILE GOING NOTOPEN - *
011080*    RESP IS CHECKED EXPLICITLY ON THE WRITEQ TD SO THIS DOESN'T*
011090*    GET LUMPED INTO 9200-NOTOPEN-ERROR'S WORDING.              *
011100*                                                               *
011110 9600-AUDITQ-ERROR.
011120     MOVE 'AUDIT QUEUE CURRENTLY UNAVAILABLE' TO TM-MSG-TEXT.
011130     GO TO 9500-ERROR-COMMON.
