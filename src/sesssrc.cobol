000160*    ENTER WITH NOTHING KEYED JUST REFRESHES THE LIST FROM     *
000170*    THE TOP; PF8 PAGES FORWARD TEN SESSIONS AT A TIME AND      *
000180*    WRAPS BACK TO THE TOP AT THE END OF THE FILE.              *
000183*    REACHED FROM THE ALERT CONSOLE (ALRTCOB), THE ALERT'S      *
000186*    TERMINAL IS SHOWN READY AND PF4 FORCES IT OFF.             *
000190*                                                               *
000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                               *
000280*                     HISTCOB'S PAGING) - A REGION WITH MORE   *
000290*                     THAN TEN LIVE TERMINALS NO LONGER HIDES  *
000300*                     THE ELEVENTH                              *
000301*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000302*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000303*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
000304*                     ACTIVE AND BE ENTITLED TO 'SESS', NOT     *
000305*                     JUST ARRIVE WITH CA-AUTH-FLAG SET         *
000306*    10/15/26   JTM   ARRIVAL FROM THE SECURITY ALERT CONSOLE   *
000307*                     (ALRTCOB) SHOWS THE ALERT'S TERMINAL      *
000308*                     (CA-SELECT-KEY) AND PF4 FORCES IT OFF;    *
000309*                     PF3 GOES BACK TO THE CONSOLE              *
000310*    10/15/26   JTM   EACH SESSION LINE SHOWS THE TERMINAL'S    *
000311*                     LOCATION FROM THE TERMNL REGISTRY (COPY   *
000312*                     KAJCTRM), OR UNREGISTERED                 *
000313*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000314*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000315*                     1070): THE ENTITLEMENT CHECK USES THE     *
000316*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000317*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000318 ENVIRONMENT DIVISION.
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340 77  SS-AUTH-SW            PIC X(01) VALUE 'N'.
000550*                                                               *
000560 01  SS-SESSION-LINE.
000570     05  SS-SL-TERM        PIC X(04).
000580     05  FILLER            PIC X(01) VALUE SPACE.
000590     05  SS-SL-OPERATOR    PIC X(08).
000593     05  FILLER            PIC X(01) VALUE SPACE.
000596     05  SS-SL-LOCATION    PIC X(12).
000600     05  FILLER            PIC X(04) VALUE ' ON '.
000610     05  SS-SL-ON-DATE     PIC 9(07).
000620     05  FILLER            PIC X(01) VALUE '/'.
000650     05  SS-SL-LAST-DATE   PIC 9(07).
000660     05  FILLER            PIC X(01) VALUE '/'.
000670     05  SS-SL-LAST-TIME   PIC 9(07).
000680     05  FILLER            PIC X(05) VALUE ' IDLE'.
000690     05  SS-SL-IDLE        PIC ZZZ9.
000700     05  FILLER            PIC X(01) VALUE 'M'.
000720*                                                               *
000730*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION (THIS SCREEN    *
000740*    IS GATED LIKE EVERY OTHER) - THE SAME TIME ARITHMETIC      *
000820 77  SS-CUR-MMSS           PIC S9(4) COMP VALUE 0.
000830 77  SS-CUR-MM             PIC S9(4) COMP VALUE 0.
000840 77  SS-IDLE-MINS          PIC S9(8) COMP VALUE 0.
000841*    TERMINAL REGISTRY KEY FOR THE LOCATION COLUMN (KAJCTRM).   *
000842 77  SS-TRM-KEY            PIC X(04) VALUE SPACES.
000843*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
000844*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
000845 77  SS-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000846 77  SS-ENT-SW             PIC X(01) VALUE 'N'.
000847 77  SS-EFF-AUTH           PIC X(01) VALUE SPACE.
000848 01  SS-ENT-RIDFLD.
000849     05  SS-ENT-OPTION     PIC X(04) VALUE SPACES.
000850     05  SS-ENT-OPID       PIC X(08) VALUE SPACES.
000851*                                                               *
000860*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
000870*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
000880*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
000910*                                                               *
000920 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==SS-COMMAREA==.
000930*                                                               *
000932 COPY KAJCOPT.
000934 COPY KAJCENT.
000936 COPY KAJCDLG.
000940 COPY KAJCSES.
000945 COPY KAJCTRM.
000950 COPY KAJCJRN.
000960 COPY TESTMSD.
000970 COPY DFHAID.
001460             END-EXEC
001470         END-IF
001480     END-IF.
001490*    ENTER (REFRESH OR FORCE-OFF) RESTARTS THE LIST AT THE      *
001500*    TOP; PF8 PAGES FORWARD FROM THE ANCHOR CARRIED IN          *
001510*    CA-SES-KEY.  ON ARRIVAL FROM THE ALERT CONSOLE (ALRTCOB)   *
001513*    THE ALERT'S TERMINAL RIDES IN CA-SELECT-KEY - IT IS SHOWN  *
001516*    IN SFTRM, AND PF4 FORCES IT OFF WITHOUT RE-KEYING IT.      *
001520     EVALUATE TRUE
001521         WHEN CA-FROM-PROGRAM OF SS-COMMAREA = 'ALRTCOB'
001522             AND CA-LAST-PGM OF SS-COMMAREA NOT = 'SESSCOB'
001523             MOVE LOW-VALUES TO CA-SES-KEY OF SS-COMMAREA
001524             MOVE CA-SELECT-KEY OF SS-COMMAREA TO SS-FORCE-TERM
001525             STRING 'ALERT TERMINAL '        DELIMITED BY SIZE
001526                    SS-FORCE-TERM            DELIMITED BY SIZE
001527                    ' - PF4 FORCES IT OFF, PF3 RETURNS TO ALERTS'
001528                                             DELIMITED BY SIZE
001529                 INTO SS-MSG-TEXT
001530             END-STRING
001531         WHEN EIBAID = DFHENTER
001540             MOVE LOW-VALUES TO CA-SES-KEY OF SS-COMMAREA
001550             PERFORM 2000-RECEIVE-SESS-MAP THRU 2000-EXIT
001551         WHEN EIBAID = DFHPF4
001552             AND CA-FROM-PROGRAM OF SS-COMMAREA = 'ALRTCOB'
001553             MOVE LOW-VALUES TO CA-SES-KEY OF SS-COMMAREA
001554             MOVE CA-SELECT-KEY OF SS-COMMAREA TO SS-FORCE-TERM
001555             PERFORM 3000-FORCE-SESSION-OFF THRU 3000-EXIT
001560         WHEN EIBAID = DFHPF8
001570             CONTINUE
001580         WHEN OTHER
001860 1000-EXIT.
001870     EXIT.
001880*                                                               *
001890*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
001900*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
001910*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
001911*    ENTITLED TO OPTION 'SESS' ON THE OPTENT FILE (1060, SEE    *
001912*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
001913*    SWITCH AT 'N'.                                             *
001914*                                                               *
001915 1050-CHECK-AUTHORITY.
001916     MOVE 'N' TO SS-AUTH-SW.
001917     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF SS-COMMAREA
001918         GO TO 1050-EXIT
001919     END-IF.
001920     MOVE CA-OPERATOR-ID OF SS-COMMAREA TO SS-OPERATOR-KEY.
001921     EXEC CICS READ
001922         FILE('OPERTOR')
001923         INTO(KAJCOPT-RECORD)
001924         RIDFLD(SS-OPERATOR-KEY)
001925         KEYLENGTH(8)
001926         RESP(SS-RESP)
001927     END-EXEC.
001928     IF SS-RESP NOT = DFHRESP(NORMAL)
001929         GO TO 1050-EXIT
001930     END-IF.
001931     IF NOT OPT-IS-ACTIVE
001932         GO TO 1050-EXIT
001933     END-IF.
001934     MOVE OPT-AUTHORITY TO SS-EFF-AUTH.
001935     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
001936     MOVE 'SESS' TO SS-ENT-OPTION.
001937     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
001938     MOVE SS-ENT-SW TO SS-AUTH-SW.
001939 1050-EXIT.
001940     EXIT.
001941*                                                               *
001942*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
001943*    OPTION SS-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
001944*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
001945*    OPTION'S DEFINITION MUST BE ON FILE AND SS-EFF-AUTH        *
001946*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
001947*    UNAVAILABLE, DENIES.                                       *
001948*                                                               *
001949 1060-CHECK-ENTITLEMENT.
001950     MOVE 'N' TO SS-ENT-SW.
001951     MOVE CA-OPERATOR-ID OF SS-COMMAREA TO SS-ENT-OPID.
001952     EXEC CICS READ
001953         FILE('OPTENT')
001954         INTO(KAJCENT-RECORD)
001955         RIDFLD(SS-ENT-RIDFLD)
001956         KEYLENGTH(12)
001957         RESP(SS-RESP)
001958     END-EXEC.
001959     IF SS-RESP = DFHRESP(NORMAL)
001960         IF ENT-OVR-GRANT
001961             MOVE 'Y' TO SS-ENT-SW
001962             GO TO 1060-EXIT
001963         END-IF
001964         IF ENT-OVR-DENY
001965             GO TO 1060-EXIT
001966         END-IF
001967     END-IF.
001968     MOVE SPACES TO SS-ENT-OPID.
001969     EXEC CICS READ
001970         FILE('OPTENT')
001971         INTO(KAJCENT-RECORD)
001972         RIDFLD(SS-ENT-RIDFLD)
001973         KEYLENGTH(12)
001974         RESP(SS-RESP)
001975     END-EXEC.
001976     IF SS-RESP = DFHRESP(NORMAL)
001977         AND SS-EFF-AUTH NOT < ENT-MIN-AUTH
001978         MOVE 'Y' TO SS-ENT-SW
001979     END-IF.
001980 1060-EXIT.
001981     EXIT.
001982*                                                               *
001983*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
001984*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
001985*    SS-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
001986*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
001987*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
001988*                                                               *
001989 1070-APPLY-DELEGATION.
001990     EXEC CICS READ
001991         FILE('DELEGT')
001992         INTO(KAJCDLG-RECORD)
001993         RIDFLD(SS-OPERATOR-KEY)
001994         KEYLENGTH(8)
001995         RESP(SS-RESP)
001996     END-EXEC.
001997     IF SS-RESP NOT = DFHRESP(NORMAL)
001998         GO TO 1070-EXIT
001999     END-IF.
002000     IF DLG-STAT-ACTIVE
002001         AND DLG-START-DATE NOT > EIBDATE
002002         AND DLG-END-DATE NOT < EIBDATE
002003         AND DLG-AUTHORITY > SS-EFF-AUTH
002004         MOVE DLG-AUTHORITY TO SS-EFF-AUTH
002005     END-IF.
002006 1070-EXIT.
002010     EXIT.
002020*                                                               *
002030*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
002970     EVALUATE SS-RESP
002980         WHEN DFHRESP(NORMAL)
002990             IF SFTRMI NOT = SPACES AND SFTRMI NOT = LOW-VALUES
002995                 MOVE SFTRMI TO SS-FORCE-TERM
003000                 PERFORM 3000-FORCE-SESSION-OFF THRU 3000-EXIT
003010             ELSE
003020                 MOVE 'SESSION LIST REFRESHED' TO SS-MSG-TEXT
003090 2000-EXIT.
003100     EXIT.
003110*                                                               *
003120*    3000-FORCE-SESSION-OFF - DELETE SS-FORCE-TERM'S SESSION    *
003130*    RECORD (THE TERMINAL KEYED IN SFTRM, OR THE ALERT'S ON     *
003140*    PF4).  THE NEXT KEY AT THAT TERMINAL FAILS ITS SESSION     *
003145*    GATE AND GOES BACK THROUGH SGONCOB.                        *
003150*                                                               *
003160 3000-FORCE-SESSION-OFF.
003180     INSPECT SS-FORCE-TERM REPLACING ALL LOW-VALUE BY SPACE.
003190     EXEC CICS DELETE
003200         FILE('SESSON')
004210     END-IF.
004220     MOVE SES-TERMINAL-ID TO SS-SL-TERM.
004230     MOVE SES-OPERATOR-ID TO SS-SL-OPERATOR.
004231*    THE LOCATION IS FROM THE TERMINAL REGISTRY; A TERMINAL NOT *
004232*    ON IT SAYS SO, AND THE FILE BEING UNAVAILABLE JUST LEAVES  *
004233*    THE COLUMN BLANK - THE MONITOR MUST STILL COME UP.         *
004234     MOVE SES-TERMINAL-ID TO SS-TRM-KEY.
004235     EXEC CICS READ
004236         FILE('TERMNL')
004237         INTO(KAJCTRM-RECORD)
004238         RIDFLD(SS-TRM-KEY)
004239         KEYLENGTH(4)
004240         RESP(SS-RESP)
004241     END-EXEC.
004242     EVALUATE SS-RESP
004243         WHEN DFHRESP(NORMAL)
004244             MOVE TRM-LOCATION   TO SS-SL-LOCATION
004245         WHEN DFHRESP(NOTFND)
004246             MOVE 'UNREGISTERED' TO SS-SL-LOCATION
004247         WHEN OTHER
004248             MOVE SPACES         TO SS-SL-LOCATION
004249     END-EVALUATE.
004250     MOVE SES-ON-DATE     TO SS-SL-ON-DATE.
004251     MOVE SES-ON-TIME     TO SS-SL-ON-TIME.
004260     MOVE SES-LAST-DATE   TO SS-SL-LAST-DATE.
004270     MOVE SES-LAST-TIME   TO SS-SL-LAST-TIME.
004280     DIVIDE SES-LAST-TIME BY 10000
004440     EXIT.
004450*                                                               *
004460*    5000-SEND-SESS-MAP - ALWAYS ERASE; THE SESSION LINES WERE  *
004470*    JUST REBUILT AND THE FORCE FIELD COMES BACK EMPTY, OR      *
004475*    SHOWING THE ALERT'S TERMINAL WHEN ALRTCOB SENT US.         *
004480*                                                               *
004490 5000-SEND-SESS-MAP.
004500     IF SS-MSG-TEXT = SPACES
004520             TO SS-MSG-TEXT
004530     END-IF.
004540     MOVE SS-MSG-TEXT TO SSMSGO.
004542     IF CA-FROM-PROGRAM OF SS-COMMAREA = 'ALRTCOB'
004544         MOVE CA-SELECT-KEY OF SS-COMMAREA TO SFTRMO
004546     END-IF.
004550     MOVE SPACES TO SS-MSG-TEXT.
004560     EXEC CICS SEND MAP('SESSMAP')
004570         MAPSET('TESTMSD')
