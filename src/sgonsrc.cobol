000630*                     FALLING BACK TO THE OLD COMPILED-IN 3     *
000640*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000650*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000651*    10/15/26   JTM   FAILED SIGN-ONS, LOCKOUTS AND TAKE-OVERS  *
000652*                     FEED THE SECURITY ALERT CHECK (7000-7250, *
000653*                     COPY KAJCALW/KAJCALR); A CROSSED PARMFL   *
000654*                     THRESHOLD WRITES AN OPEN ALERT TO ALERTS  *
000655*                     AND IS JOURNALLED UNDER ALRT OUTCOME 'R'  *
000656*    10/15/26   JTM   TERMINAL AND SHIFT LIMITS - ONCE THE      *
000657*                     PASSWORD VALIDATES, 3500 REFUSES A        *
000658*                     TERMINAL NOT ON TERMNL OR NOT ACTIVE      *
000659*                     (OUTCOME 'U') AND ONE WHOSE MAXIMUM       *
000660*                     AUTHORITY IS BELOW THE OPERATOR'S ('H'),  *
000661*                     BOTH WHILE PARMFL TRMCHECK IS ON, AND A   *
000662*                     SIGN-ON OUTSIDE THE OPERATOR'S OPRSHF     *
000663*                     SHIFT WINDOW ('W')                        *
000664*    10/15/26   JTM   3500'S TERMINAL AUTHORITY CHECK USES THE  *
000665*                     AUTHORITY DELEGATED TO THE OPERATOR WHEN  *
000666*                     A DELEGATION IS IN FORCE TODAY (DELEGT,   *
000667*                     COPY KAJCDLG - 3510)                      *
000668 ENVIRONMENT DIVISION.
000670 DATA DIVISION.
000680 WORKING-STORAGE SECTION.
000690 77  SG-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000695 77  SG-EFF-AUTH           PIC X(01) VALUE SPACE.
000700 77  SG-MSG-TEXT           PIC X(79) VALUE SPACES.
000710 77  SG-RESP               PIC S9(8) COMP VALUE 0.
000720 77  SG-TS-RESP            PIC S9(8) COMP VALUE 0.
001200         VALUE ' - PRESS ENTER TO TAKE OVER '.
001210     05  FILLER            PIC X(26) VALUE SPACES.
001220*                                                               *
001221*    SECURITY ALERT CHECK (7000-7250, SEE KAJCALW/KAJCALR) -    *
001222*    THE OCCURRENCE BEING COUNTED, THE TYPE'S THRESHOLD AND THE *
001223*    WINDOW FROM PARMFL, AND THE MINUTE-NUMBER ARITHMETIC.      *
001224 77  SG-AL-TYPE            PIC X(01) VALUE SPACE.
001225 77  SG-AL-OPERATOR        PIC X(08) VALUE SPACES.
001226 77  SG-AL-TERM            PIC X(04) VALUE SPACES.
001227 77  SG-AL-PRIOR-TERM      PIC X(04) VALUE SPACES.
001228 77  SG-AL-SCOPE           PIC X(01) VALUE SPACE.
001229 77  SG-AL-COUNT           PIC S9(4) COMP VALUE 0.
001230 77  SG-AL-THRESHOLD       PIC S9(4) COMP VALUE 0.
001231 77  SG-AL-WINDOW          PIC S9(4) COMP VALUE 15.
001232 77  SG-AL-NOW             PIC S9(9) COMP-3 VALUE 0.
001233 77  SG-AL-CUTOFF          PIC S9(9) COMP-3 VALUE 0.
001234 77  SG-AL-YY              PIC S9(4) COMP VALUE 0.
001235 77  SG-AL-DDD             PIC S9(4) COMP VALUE 0.
001236 77  SG-AL-HH              PIC S9(4) COMP VALUE 0.
001237 77  SG-AL-MMSS            PIC S9(4) COMP VALUE 0.
001238 77  SG-AL-MM              PIC S9(4) COMP VALUE 0.
001239 77  SG-AL-IX              PIC S9(4) COMP VALUE 0.
001240 77  SG-AL-KEEP            PIC S9(4) COMP VALUE 0.
001241 77  SG-AL-RESP            PIC S9(8) COMP VALUE 0.
001242 77  SG-AL-NEW-SW          PIC X(01) VALUE 'N'.
001243     88  SG-AL-NEW-WINDOW      VALUE 'Y'.
001244 77  SG-AL-CROSS-SW        PIC X(01) VALUE 'N'.
001245     88  SG-AL-CROSSED         VALUE 'Y'.
001246 77  SG-AL-WRITE-SW        PIC X(01) VALUE 'N'.
001247     88  SG-AL-WRITE-DONE      VALUE 'Y' 'F'.
001248 01  SG-AW-KEY.
001249     05  SG-AW-TYPE        PIC X(01) VALUE SPACE.
001250     05  SG-AW-SCOPE       PIC X(01) VALUE SPACE.
001251     05  SG-AW-SUBJECT     PIC X(08) VALUE SPACES.
001252*                                                               *
001253*    TERMINAL AND SHIFT CHECK (3500, SEE KAJCTRM/KAJCSHF) - THE *
001254*    PARMFL TRMCHECK SWITCH, TODAY AND YESTERDAY AS WEEKDAY     *
001255*    NUMBERS (1 = MONDAY, AS SHF-DAYS) WORKED OUT FROM EIBDATE, *
001256*    AND THE TIME NOW AS HHMM.                                  *
001257 77  SG-TRM-CHECK-SW       PIC X(01) VALUE 'N'.
001258     88  SG-TRM-CHECK-ON       VALUE 'Y'.
001259 77  SG-TRM-KEY            PIC X(04) VALUE SPACES.
001260 77  SG-PLACE-SW           PIC X(01) VALUE 'N'.
001261     88  SG-PLACE-REFUSED      VALUE 'Y'.
001262 77  SG-SHIFT-SW           PIC X(01) VALUE 'N'.
001263     88  SG-IN-SHIFT           VALUE 'Y'.
001264 77  SG-WK-CYY             PIC S9(4) COMP VALUE 0.
001265 77  SG-WK-DDD             PIC S9(4) COMP VALUE 0.
001266 77  SG-WK-PRIOR-YEARS     PIC S9(4) COMP VALUE 0.
001267 77  SG-WK-QUOT            PIC S9(4) COMP VALUE 0.
001268 77  SG-WK-R4              PIC S9(4) COMP VALUE 0.
001269 77  SG-WK-R100            PIC S9(4) COMP VALUE 0.
001270 77  SG-WK-R400            PIC S9(4) COMP VALUE 0.
001271 77  SG-WK-DAYS            PIC S9(8) COMP VALUE 0.
001272 77  SG-WK-TODAY           PIC S9(4) COMP VALUE 0.
001273 77  SG-WK-YESTERDAY       PIC S9(4) COMP VALUE 0.
001274 77  SG-WK-NOW-HHMM        PIC S9(4) COMP VALUE 0.
001275*                                                               *
001276*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001277*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001278*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001279*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001280*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001281*                                                               *
001290 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==SG-COMMAREA==.
001300*                                                               *
001310 COPY KAJCOPT.
001320 COPY KAJCHST.
001330 COPY KAJCPRM.
001340 COPY KAJCSES.
001341 COPY KAJCALW.
001342 COPY KAJCALR.
001343 COPY KAJCTRM.
001344 COPY KAJCSHF.
001345 COPY KAJCDLG.
001350 COPY KAJCJRN.
001360 COPY TESTMSD.
001370 COPY DFHAID.
002110     IF SG-RESP = DFHRESP(NORMAL)
002120         AND PRM-VALUE > 0 AND PRM-VALUE < 10
002130         MOVE PRM-VALUE TO SG-LOCKOUT-LIMIT
002131     END-IF.
002132*    ANY NON-ZERO TRMCHECK TURNS THE TERMINAL CHECK (3500) ON.  *
002133     MOVE 'TRMCHECK' TO SG-PARM-KEY.
002134     EXEC CICS READ
002135         FILE('PARMFL')
002136         INTO(KAJCPRM-RECORD)
002137         RIDFLD(SG-PARM-KEY)
002138         KEYLENGTH(8)
002139         RESP(SG-RESP)
002140     END-EXEC.
002141     IF SG-RESP = DFHRESP(NORMAL) AND PRM-VALUE NOT = 0
002142         MOVE 'Y' TO SG-TRM-CHECK-SW
002143     END-IF.
002150 1200-EXIT.
002160     EXIT.
002170*                                                               *
003080         PERFORM 3100-RECORD-FAILED-ATTEMPT THRU 3100-EXIT
003090         MOVE 'SGON' TO SG-JRN-OPTION
003100         MOVE 'D'    TO SG-JRN-OUTCOME
003101         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
003102*    THE MISS, AND A LOCKOUT IT CAUSED, FEED THE ALERT CHECK.   *
003103         MOVE 'F' TO SG-AL-TYPE
003104         PERFORM 7000-CHECK-ALERT THRU 7000-EXIT
003105         IF OPT-IS-LOCKED
003106             MOVE 'L' TO SG-AL-TYPE
003107             PERFORM 7000-CHECK-ALERT THRU 7000-EXIT
003108         END-IF
003109         PERFORM 5000-SEND-SGON-MAP THRU 5000-EXIT
003110         GO TO 3000-EXIT
003111     END-IF.
003112*    NEXT THE PLACE AND THE HOUR - THIS TERMINAL AND THE        *
003113*    OPERATOR'S SHIFT WINDOW (3500 SETS THE REFUSAL WORDING).   *
003114     PERFORM 3500-CHECK-TERMINAL-SHIFT THRU 3500-EXIT.
003115     IF SG-PLACE-REFUSED
003116         EXEC CICS UNLOCK FILE('OPERTOR') END-EXEC
003117         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
003120         PERFORM 5000-SEND-SGON-MAP THRU 5000-EXIT
003130         GO TO 3000-EXIT
003140     END-IF.
004950         KEYLENGTH(4)
004960         RESP(SG-RESP)
004970     END-EXEC.
004973     MOVE 'T' TO SG-AL-TYPE.
004976     PERFORM 7000-CHECK-ALERT THRU 7000-EXIT.
004980 3370-EXIT.
004990     EXIT.
005000*                                                               *
005500     END-EVALUATE.
005510 3400-EXIT.
005520     EXIT.
005521*                                                               *
005522*    3500-CHECK-TERMINAL-SHIFT - WHILE PARMFL TRMCHECK IS ON,   *
005523*    THIS TERMINAL MUST BE ON THE TERMNL REGISTRY, ACTIVE, AND  *
005524*    ALLOWED THE OPERATOR'S AUTHORITY.  AN OPERATOR WITH AN     *
005525*    OPRSHF RECORD MUST ALSO BE INSIDE THE SHIFT WINDOW.  A     *
005526*    REFUSAL SETS SG-PLACE-SW, THE MESSAGE AND THE SGON         *
005527*    OUTCOME (U UNREGISTERED, H AUTHORITY, W OUTSIDE SHIFT) SO  *
005528*    SECRCOB REPORTS EACH KIND ON ITS OWN.  EITHER FILE BEING   *
005529*    UNAVAILABLE STOPS THE SIGN-ON (9200) RATHER THAN LET IT    *
005530*    THROUGH UNCHECKED.                                         *
005531*                                                               *
005532 3500-CHECK-TERMINAL-SHIFT.
005533     MOVE 'N' TO SG-PLACE-SW.
005534     IF NOT SG-TRM-CHECK-ON
005535         GO TO 3500-CHECK-SHIFT
005536     END-IF.
005537     MOVE EIBTRMID TO SG-TRM-KEY.
005538     EXEC CICS READ
005539         FILE('TERMNL')
005540         INTO(KAJCTRM-RECORD)
005541         RIDFLD(SG-TRM-KEY)
005542         KEYLENGTH(4)
005543         RESP(SG-RESP)
005544     END-EXEC.
005545     EVALUATE SG-RESP
005546         WHEN DFHRESP(NORMAL)
005547             CONTINUE
005548         WHEN DFHRESP(NOTFND)
005549             MOVE 'N' TO TRM-ACTIVE-FLAG
005550         WHEN OTHER
005551             GO TO 9200-NOTOPEN-ERROR
005552     END-EVALUATE.
005553     IF NOT TRM-IS-ACTIVE
005554         MOVE 'U' TO SG-JRN-OUTCOME
005555         MOVE 'THIS TERMINAL IS NOT REGISTERED FOR SIGN-ON'
005556             TO SG-MSG-TEXT
005557         GO TO 3500-REFUSED
005558     END-IF.
005559     MOVE OPT-AUTHORITY TO SG-EFF-AUTH.
005560     PERFORM 3510-APPLY-DELEGATION THRU 3510-EXIT.
005561     IF TRM-MAX-AUTH < SG-EFF-AUTH
005562         MOVE 'H' TO SG-JRN-OUTCOME
005563         MOVE 'YOUR AUTHORITY IS NOT ALLOWED AT THIS TERMINAL'
005564             TO SG-MSG-TEXT
005565         GO TO 3500-REFUSED
005566     END-IF.
005567 3500-CHECK-SHIFT.
005568     EXEC CICS READ
005569         FILE('OPRSHF')
005570         INTO(KAJCSHF-RECORD)
005571         RIDFLD(SG-OPERATOR-KEY)
005572         KEYLENGTH(8)
005573         RESP(SG-RESP)
005574     END-EXEC.
005575     EVALUATE SG-RESP
005576         WHEN DFHRESP(NORMAL)
005577             CONTINUE
005578         WHEN DFHRESP(NOTFND)
005579             GO TO 3500-EXIT
005580         WHEN OTHER
005581             GO TO 9200-NOTOPEN-ERROR
005582     END-EVALUATE.
005583     PERFORM 3550-GET-WEEKDAY THRU 3550-EXIT.
005584*    AN END BEFORE THE START IS AN OVERNIGHT SHIFT - THE HOURS  *
005585*    AFTER MIDNIGHT COUNT UNDER THE DAY THE SHIFT STARTED.      *
005586     MOVE 'N' TO SG-SHIFT-SW.
005587     IF SHF-START-HHMM < SHF-END-HHMM
005588         IF SHF-DAY-FLAG (SG-WK-TODAY) = 'Y'
005589             AND SG-WK-NOW-HHMM NOT < SHF-START-HHMM
005590             AND SG-WK-NOW-HHMM < SHF-END-HHMM
005591             MOVE 'Y' TO SG-SHIFT-SW
005592         END-IF
005593     ELSE
005594         IF SHF-DAY-FLAG (SG-WK-TODAY) = 'Y'
005595             AND SG-WK-NOW-HHMM NOT < SHF-START-HHMM
005596             MOVE 'Y' TO SG-SHIFT-SW
005597         END-IF
005598         IF SHF-DAY-FLAG (SG-WK-YESTERDAY) = 'Y'
005599             AND SG-WK-NOW-HHMM < SHF-END-HHMM
005600             MOVE 'Y' TO SG-SHIFT-SW
005601         END-IF
005602     END-IF.
005603     IF SG-IN-SHIFT
005604         GO TO 3500-EXIT
005605     END-IF.
005606     MOVE 'W' TO SG-JRN-OUTCOME.
005607     MOVE 'OUTSIDE YOUR SIGN-ON HOURS - SEE YOUR SUPERVISOR'
005608         TO SG-MSG-TEXT.
005609 3500-REFUSED.
005610     MOVE 'SGON' TO SG-JRN-OPTION.
005611     MOVE 'Y' TO SG-PLACE-SW.
005612 3500-EXIT.
005613     EXIT.
005614*                                                               *
005615*    3510-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY        *
005616*    (DELEGT, SEE KAJCDLG) RAISES SG-EFF-AUTH TO THE AUTHORITY  *
005617*    DELEGATED, THE SAME RULE AS THE MENU AND THE SCREENS' OWN  *
005618*    1070, SO A TERMINAL LIMITED BELOW IT REFUSES THE SIGN-ON.  *
005619*    OPT-AUTHORITY ITSELF IS NEVER CHANGED.                     *
005620*                                                               *
005621 3510-APPLY-DELEGATION.
005622     EXEC CICS READ
005623         FILE('DELEGT')
005624         INTO(KAJCDLG-RECORD)
005625         RIDFLD(SG-OPERATOR-KEY)
005626         KEYLENGTH(8)
005627         RESP(SG-RESP)
005628     END-EXEC.
005629     IF SG-RESP NOT = DFHRESP(NORMAL)
005630         GO TO 3510-EXIT
005631     END-IF.
005632     IF DLG-STAT-ACTIVE
005633         AND DLG-START-DATE NOT > EIBDATE
005634         AND DLG-END-DATE NOT < EIBDATE
005635         AND DLG-AUTHORITY > SG-EFF-AUTH
005636         MOVE DLG-AUTHORITY TO SG-EFF-AUTH
005637     END-IF.
005638 3510-EXIT.
005639     EXIT.
005640*                                                               *
005641*    3550-GET-WEEKDAY - TODAY'S WEEKDAY FROM EIBDATE (0CYYDDD): *
005642*    THE DAYS BEFORE JANUARY 1ST IN THE GREGORIAN CYCLES OF THE *
005643*    PRIOR YEARS (5 PER 4 YEARS, 4 PER CENTURY, 6 PER 400 YEARS *
005644*    MODULO 7), PLUS THE DAY OF THE YEAR, MODULO 7 GIVES 0 =    *
005645*    SUNDAY, WHICH BECOMES 7 SO MONDAY IS 1 AS ON SHF-DAYS.     *
005646*    THE TIME NOW IS EIBTIME (0HHMMSS) WITHOUT THE SECONDS.     *
005647*                                                               *
005648 3550-GET-WEEKDAY.
005649     DIVIDE EIBDATE BY 1000 GIVING SG-WK-CYY
005650         REMAINDER SG-WK-DDD.
005651     COMPUTE SG-WK-PRIOR-YEARS = SG-WK-CYY + 1899.
005652     DIVIDE SG-WK-PRIOR-YEARS BY 4 GIVING SG-WK-QUOT
005653         REMAINDER SG-WK-R4.
005654     DIVIDE SG-WK-PRIOR-YEARS BY 100 GIVING SG-WK-QUOT
005655         REMAINDER SG-WK-R100.
005656     DIVIDE SG-WK-PRIOR-YEARS BY 400 GIVING SG-WK-QUOT
005657         REMAINDER SG-WK-R400.
005658     COMPUTE SG-WK-DAYS = 5 * SG-WK-R4 + 4 * SG-WK-R100
005659         + 6 * SG-WK-R400 + SG-WK-DDD.
005660     DIVIDE SG-WK-DAYS BY 7 GIVING SG-WK-QUOT
005661         REMAINDER SG-WK-TODAY.
005662     IF SG-WK-TODAY = 0
005663         MOVE 7 TO SG-WK-TODAY
005664     END-IF.
005665     COMPUTE SG-WK-YESTERDAY = SG-WK-TODAY - 1.
005666     IF SG-WK-YESTERDAY = 0
005667         MOVE 7 TO SG-WK-YESTERDAY
005668     END-IF.
005669     DIVIDE EIBTIME BY 100 GIVING SG-WK-NOW-HHMM.
005670 3550-EXIT.
005671     EXIT.
005672*                                                               *
005673*    5000-SEND-SGON-MAP - REDISPLAY AFTER A FAILED OR           *
005674*    INCOMPLETE ATTEMPT.  THE PASSWORD FIELD IS ALWAYS BLANKED  *
005675*    BEFORE THE SEND SO A MISS NEVER LEAVES IT ON THE GLASS.    *
005676*                                                               *
005677 5000-SEND-SGON-MAP.
005678     MOVE SPACES TO SPSWDO.
005679     MOVE SG-MSG-TEXT TO SMSGO.
005680     EXEC CICS SEND MAP('SGONMAP')
005681         MAPSET('TESTMSD')
005682         DATAONLY
005683     END-EXEC.
005684 5000-EXIT.
005685     EXIT.
005686*                                                               *
005687*    5100-SEND-FRESH-MAP - FIRST ENTRY INTO THE SIGN-ON SCREEN. *
005690*                                                               *
005700 5100-SEND-FRESH-MAP.
005710     MOVE SPACES TO SGONMAPO.
005750         MAPSET('TESTMSD')
005760         ERASE
005770     END-EXEC.
005771 5100-EXIT.
005772     EXIT.
005773*                                                               *
005774*    7000-CHECK-ALERT - COUNT ONE OCCURRENCE OF SG-AL-TYPE      *
005775*    (F FAILED SIGN-ON, L LOCKOUT, T SESSION TAKE-OVER) AGAINST *
005776*    THE OPERATOR'S AND THE TERMINAL'S ROLLING WINDOWS ON THE   *
005777*    ALRTWN FILE (COPY KAJCALW), AND RAISE ONE ALERT (COPY      *
005778*    KAJCALR) WHEN EITHER REACHES THE TYPE'S PARMFL THRESHOLD.  *
005779*    A THRESHOLD OF ZERO TURNS THE TYPE OFF.  BEST-EFFORT - THE *
005780*    ALERT FILES BEING UNAVAILABLE NEVER STANDS BETWEEN AN      *
005781*    OPERATOR AND THE SIGN-ON DECISION ALREADY MADE.            *
005782*                                                               *
005783 7000-CHECK-ALERT.
005784     MOVE 'N'    TO SG-AL-CROSS-SW.
005785     MOVE SPACE  TO SG-AL-SCOPE.
005786     MOVE 0      TO SG-AL-COUNT.
005787     MOVE OPT-OPERATOR-ID TO SG-AL-OPERATOR.
005788     MOVE EIBTRMID        TO SG-AL-TERM.
005789     MOVE SPACES          TO SG-AL-PRIOR-TERM.
005790     IF SG-AL-TYPE = 'T'
005791         MOVE SG-DUP-TERM TO SG-AL-PRIOR-TERM
005792     END-IF.
005793     PERFORM 7050-GET-ALERT-PARMS THRU 7050-EXIT.
005794     IF SG-AL-THRESHOLD = 0
005795         GO TO 7000-EXIT
005796     END-IF.
005797*    THE MINUTE NUMBER OF THIS OCCURRENCE (SEE KAJCALW) AND THE *
005798*    OLDEST MINUTE STILL INSIDE THE WINDOW.                     *
005799     DIVIDE EIBDATE BY 1000
005800         GIVING SG-AL-YY REMAINDER SG-AL-DDD.
005801     DIVIDE EIBTIME BY 10000
005802         GIVING SG-AL-HH REMAINDER SG-AL-MMSS.
005803     DIVIDE SG-AL-MMSS BY 100 GIVING SG-AL-MM.
005804     COMPUTE SG-AL-NOW =
005805         (SG-AL-YY * 365 + SG-AL-DDD) * 1440
005806         + SG-AL-HH * 60 + SG-AL-MM.
005807     COMPUTE SG-AL-CUTOFF = SG-AL-NOW - SG-AL-WINDOW.
005808     MOVE SG-AL-TYPE     TO SG-AW-TYPE.
005809     MOVE 'O'            TO SG-AW-SCOPE.
005810     MOVE SG-AL-OPERATOR TO SG-AW-SUBJECT.
005811     PERFORM 7100-COUNT-ONE-WINDOW THRU 7100-EXIT.
005812     MOVE 'T'            TO SG-AW-SCOPE.
005813     MOVE SG-AL-TERM     TO SG-AW-SUBJECT.
005814     PERFORM 7100-COUNT-ONE-WINDOW THRU 7100-EXIT.
005815     IF SG-AL-CROSSED
005816         PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
005817     END-IF.
005818 7000-EXIT.
005819     EXIT.
005820*                                                               *
005821*    7050-GET-ALERT-PARMS - THE TYPE'S THRESHOLD (0-10) AND THE *
005822*    WINDOW IN MINUTES FROM PARMFL, EACH FALLING BACK TO ITS    *
005823*    COMPILED-IN DEFAULT WHEN THE RECORD IS MISSING OR THE      *
005824*    VALUE IS OUT OF RANGE.                                     *
005825*                                                               *
005826 7050-GET-ALERT-PARMS.
005827     EVALUATE SG-AL-TYPE
005828         WHEN 'F'
005829             MOVE 'ALRTFAIL' TO SG-PARM-KEY
005830             MOVE 5 TO SG-AL-THRESHOLD
005831         WHEN 'L'
005832             MOVE 'ALRTLOCK' TO SG-PARM-KEY
005833             MOVE 1 TO SG-AL-THRESHOLD
005834         WHEN OTHER
005835             MOVE 'ALRTTAKE' TO SG-PARM-KEY
005836             MOVE 2 TO SG-AL-THRESHOLD
005837     END-EVALUATE.
005838     EXEC CICS READ
005839         FILE('PARMFL')
005840         INTO(KAJCPRM-RECORD)
005841         RIDFLD(SG-PARM-KEY)
005842         KEYLENGTH(8)
005843         RESP(SG-AL-RESP)
005844     END-EXEC.
005845     IF SG-AL-RESP = DFHRESP(NORMAL)
005846         AND PRM-VALUE < 11
005847         MOVE PRM-VALUE TO SG-AL-THRESHOLD
005848     END-IF.
005849     MOVE 15 TO SG-AL-WINDOW.
005850     MOVE 'ALRTMINS' TO SG-PARM-KEY.
005851     EXEC CICS READ
005852         FILE('PARMFL')
005853         INTO(KAJCPRM-RECORD)
005854         RIDFLD(SG-PARM-KEY)
005855         KEYLENGTH(8)
005856         RESP(SG-AL-RESP)
005857     END-EXEC.
005858     IF SG-AL-RESP = DFHRESP(NORMAL)
005859         AND PRM-VALUE > 0 AND PRM-VALUE < 1000
005860         MOVE PRM-VALUE TO SG-AL-WINDOW
005861     END-IF.
005862 7050-EXIT.
005863     EXIT.
005864*                                                               *
005865*    7100-COUNT-ONE-WINDOW - READ (OR START) THE WINDOW RECORD  *
005866*    FOR SG-AW-KEY, DROP THE STAMPS THAT HAVE AGED OUT, ADD     *
005867*    THIS ONE, AND NOTE A CROSSING.  A CROSSED WINDOW IS        *
005868*    EMPTIED SO THE NEXT ALERT NEEDS A FRESH RUN.               *
005869*                                                               *
005870 7100-COUNT-ONE-WINDOW.
005871     MOVE 'N' TO SG-AL-NEW-SW.
005872     EXEC CICS READ
005873         FILE('ALRTWN')
005874         INTO(KAJCALW-RECORD)
005875         RIDFLD(SG-AW-KEY)
005876         KEYLENGTH(10)
005877         UPDATE
005878         RESP(SG-AL-RESP)
005879     END-EXEC.
005880     EVALUATE SG-AL-RESP
005881         WHEN DFHRESP(NORMAL)
005882             CONTINUE
005883         WHEN DFHRESP(NOTFND)
005884             MOVE SPACES    TO KAJCALW-RECORD
005885             MOVE SG-AW-KEY TO AW-KEY
005886             MOVE 0         TO AW-COUNT
005887             MOVE 'Y'       TO SG-AL-NEW-SW
005888         WHEN OTHER
005889             GO TO 7100-EXIT
005890     END-EVALUATE.
005891     MOVE 0 TO SG-AL-KEEP.
005892     PERFORM 7150-KEEP-ONE-STAMP THRU 7150-EXIT
005893         VARYING SG-AL-IX FROM 1 BY 1
005894         UNTIL SG-AL-IX > AW-COUNT.
005895     MOVE SG-AL-KEEP TO AW-COUNT.
005896     IF AW-COUNT > 9
005897         PERFORM 7160-SLIDE-ONE-STAMP THRU 7160-EXIT
005898             VARYING SG-AL-IX FROM 2 BY 1
005899             UNTIL SG-AL-IX > 10
005900         MOVE 9 TO AW-COUNT
005901     END-IF.
005902     ADD 1 TO AW-COUNT.
005903     MOVE SG-AL-NOW TO AW-STAMP (AW-COUNT).
005904     MOVE EIBDATE   TO AW-LAST-DATE.
005905     MOVE EIBTIME   TO AW-LAST-TIME.
005906     IF AW-COUNT NOT < SG-AL-THRESHOLD
005907         MOVE 'Y' TO SG-AL-CROSS-SW
005908         IF AW-COUNT > SG-AL-COUNT
005909             MOVE AW-COUNT TO SG-AL-COUNT
005910         END-IF
005911         IF SG-AL-SCOPE = SPACE
005912             MOVE SG-AW-SCOPE TO SG-AL-SCOPE
005913         ELSE
005914             MOVE 'B' TO SG-AL-SCOPE
005915         END-IF
005916         MOVE 0 TO AW-COUNT
005917     END-IF.
005918     IF SG-AL-NEW-WINDOW
005919         EXEC CICS WRITE
005920             FILE('ALRTWN')
005921             FROM(KAJCALW-RECORD)
005922             RIDFLD(AW-KEY)
005923             KEYLENGTH(10)
005924             RESP(SG-AL-RESP)
005925         END-EXEC
005926     ELSE
005927         EXEC CICS REWRITE
005928             FILE('ALRTWN')
005929             FROM(KAJCALW-RECORD)
005930             RESP(SG-AL-RESP)
005931         END-EXEC
005932     END-IF.
005933 7100-EXIT.
005934     EXIT.
005935 7150-KEEP-ONE-STAMP.
005936     IF AW-STAMP (SG-AL-IX) > SG-AL-CUTOFF
005937         ADD 1 TO SG-AL-KEEP
005938         MOVE AW-STAMP (SG-AL-IX) TO AW-STAMP (SG-AL-KEEP)
005939     END-IF.
005940 7150-EXIT.
005941     EXIT.
005942*    A FULL WINDOW LOSES ITS OLDEST STAMP TO MAKE ROOM.         *
005943 7160-SLIDE-ONE-STAMP.
005944     MOVE AW-STAMP (SG-AL-IX) TO AW-STAMP (SG-AL-IX - 1).
005945 7160-EXIT.
005946     EXIT.
005947*                                                               *
005948*    7200-RAISE-ALERT - WRITE THE OPEN ALERT FOR THE SUPERVISOR *
005949*    CONSOLE (ALRTCOB) AND JOURNAL THE RAISE UNDER OPTION ALRT, *
005950*    OUTCOME 'R'.  THE JOURNAL RECORD IS WRITTEN EVEN WHEN THE  *
005951*    ALERTS FILE REFUSES THE RECORD, SO THE CROSSING IS NEVER   *
005952*    LOST.                                                      *
005953*                                                               *
005954 7200-RAISE-ALERT.
005955     MOVE SPACES TO KAJCALR-RECORD.
005956     COMPUTE ALR-INV-DATE = 9999999 - EIBDATE.
005957     COMPUTE ALR-INV-TIME = 9999999 - EIBTIME.
005958     MOVE 1                TO ALR-SEQ.
005959     MOVE EIBDATE          TO ALR-DATE.
005960     MOVE EIBTIME          TO ALR-TIME.
005961     MOVE SG-AL-TYPE       TO ALR-TYPE.
005962     MOVE SG-AL-SCOPE      TO ALR-SCOPE.
005963     MOVE SG-AL-OPERATOR   TO ALR-OPERATOR-ID.
005964     MOVE SG-AL-TERM       TO ALR-TERMINAL-ID.
005965     MOVE SG-AL-PRIOR-TERM TO ALR-PRIOR-TERM.
005966     MOVE 'SGONCOB'        TO ALR-PROGRAM-ID.
005967     MOVE SG-AL-COUNT      TO ALR-COUNT.
005968     MOVE SG-AL-WINDOW     TO ALR-WINDOW.
005969     MOVE 'O'              TO ALR-STATUS.
005970     MOVE 0                TO ALR-ACK-DATE.
005971     MOVE 0                TO ALR-ACK-TIME.
005972     MOVE 'N' TO SG-AL-WRITE-SW.
005973     PERFORM 7250-WRITE-ONE-ALERT THRU 7250-EXIT
005974         UNTIL SG-AL-WRITE-DONE.
005975     MOVE 'ALRT' TO SG-JRN-OPTION.
005976     MOVE 'R'    TO SG-JRN-OUTCOME.
005977     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005978 7200-EXIT.
005979     EXIT.
005980*    A DUPREC (A SECOND ALERT IN THE SAME SECOND) BUMPS THE     *
005981*    KEY'S SEQUENCE AND TRIES AGAIN, AS 8250 DOES FOR OPRHST.   *
005982 7250-WRITE-ONE-ALERT.
005983     EXEC CICS WRITE
005984         FILE('ALERTS')
005985         FROM(KAJCALR-RECORD)
005986         RIDFLD(ALR-KEY)
005987         KEYLENGTH(16)
005988         RESP(SG-AL-RESP)
005989     END-EXEC.
005990     EVALUATE SG-AL-RESP
005991         WHEN DFHRESP(NORMAL)
005992             MOVE 'Y' TO SG-AL-WRITE-SW
005993         WHEN DFHRESP(DUPREC)
005994             IF ALR-SEQ < 99
005995                 ADD 1 TO ALR-SEQ
005996             ELSE
005997                 MOVE 'F' TO SG-AL-WRITE-SW
005998             END-IF
005999         WHEN OTHER
006000             MOVE 'F' TO SG-AL-WRITE-SW
006001     END-EVALUATE.
006002 7250-EXIT.
006003     EXIT.
006004*                                                               *
006005*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY, WRITTEN *
006006*    TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN READ IT  *
006007*    OVERNIGHT.                                                 *
006008*                                                               *
006009 8100-WRITE-JOURNAL.
006010     MOVE EIBTRNID TO JRN-TRANS-ID.
006011     MOVE EIBAID   TO JRN-AID.
006012     MOVE EIBOPID  TO JRN-OPERATOR-ID.
006013     MOVE CA-OPERATOR-ID OF SG-COMMAREA
006014         TO JRN-USER-ID.
006015     MOVE EIBTRMID TO JRN-TERMINAL-ID.
006016     MOVE EIBDATE  TO JRN-DATE.
006017     MOVE EIBTIME  TO JRN-TIME.
006018     MOVE 'SGONCOB' TO JRN-PROGRAM-ID.
006019     MOVE SG-JRN-OPTION  TO JRN-OPTION.
006020     MOVE SG-JRN-OUTCOME TO JRN-OUTCOME.
006021*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
006022*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
006023*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
006024     IF CA-JRN-SEQ OF SG-COMMAREA NOT NUMERIC
006025         MOVE ZERO TO CA-JRN-SEQ OF SG-COMMAREA
006026     END-IF.
006030     ADD 1 TO CA-JRN-SEQ OF SG-COMMAREA.
006040     MOVE CA-JRN-SEQ OF SG-COMMAREA TO JRN-TASK-SEQ.
006050     EXEC CICS WRITEQ TD
