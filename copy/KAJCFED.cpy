000010***************************************************************
000020*    KAJCFED - OPERATOR CHANGE FEED INTERFACE RECORD          *
000030*    THE FIXED-FORMAT FILE FEEDCOB WRITES EACH NIGHT FOR THE  *
000040*    BADGE OFFICE AND HR (DD OPRFEED, 100-BYTE RECORDS, ALL   *
000050*    DISPLAY - NO PACKED FIELDS CROSS THE INTERFACE).  ONE    *
000060*    HEADER, THE DETAIL RECORDS, ONE TRAILER; FED-REC-TYPE    *
000070*    SAYS WHICH.  A DELTA FILE (FILE TYPE 'D') CARRIES ONE    *
000080*    DETAIL PER OPRHST CHANGE STAMPED IN THE FROM/TO WINDOW   *
000090*    THAT ADDED AN OPERATOR OR CHANGED THE NAME, AUTHORITY,   *
000100*    STATUS OR PRINT DESTINATION, OLDEST FIRST.  A FULL FILE  *
000110*    (FILE TYPE 'F') CARRIES ONE 'FULL' DETAIL PER OPERATOR ON*
000120*    THE OPERTOR MASTER, IN OPERATOR ID ORDER, AS OF THE TO   *
000130*    STAMP.  THE PASSWORD IS NEVER CARRIED.  DATES ARE        *
000140*    0CYYDDD AND TIMES 0HHMMSS, AS ON THE JOURNAL.            *
000150*                                                               *
000160*    CHANGE TYPES (FED-D-CHANGE), FIRST ONE THAT APPLIES:     *
000170*        ADD  - OPERATOR ADDED (NO BEFORE IMAGE)              *
000180*        LOCK - LOCKED AFTER FAILED SIGN-ONS                  *
000190*        DEAC - DEACTIVATED                                   *
000200*        REAC - REACTIVATED (FROM DEACTIVATED OR LOCKED)      *
000210*        AUTH - AUTHORITY LEVEL CHANGED                       *
000220*        NAME - NAME CHANGED                                  *
000230*        DEST - PRINT DESTINATION CHANGED                     *
000240*        FULL - FULL-REFRESH IMAGE                            *
000250*    THE BEFORE AND AFTER AUTHORITY AND STATUS ARE CARRIED ON *
000260*    EVERY DETAIL, SO A CHANGE TO MORE THAN ONE OF THEM IS    *
000270*    STILL VISIBLE UNDER THE FIRST TYPE.                      *
000280*                                                               *
000290*    THE TRAILER CONTROL TOTAL IS THE SUM, OVER THE DETAILS,  *
000300*    OF FED-D-CHG-DATE PLUS FED-D-CHG-TIME.  THE RECORD COUNT *
000310*    INCLUDES THE HEADER AND THE TRAILER.  FED-H-FILE-SEQ     *
000320*    GOES UP BY ONE FOR EVERY FILE SENT, SO A RECEIVER CAN    *
000330*    SEE A MISSING OR REPEATED FILE.                          *
000340*                                                               *
000350*    MODIFICATION HISTORY                                     *
000360*    DATE       INIT  DESCRIPTION                             *
000370*    --------   ----  ----------------------------------------*
000380*    10/15/26   JTM   ORIGINAL                                *
000390***************************************************************
000400 01  KAJCFED-RECORD.
000410     02  FED-REC-TYPE         PIC X(01).
000420         88  FED-IS-HEADER        VALUE 'H'.
000430         88  FED-IS-DETAIL        VALUE 'D'.
000440         88  FED-IS-TRAILER       VALUE 'T'.
000450     02  FED-DETAIL.
000460         05  FED-D-CHANGE     PIC X(04).
000470         05  FED-D-OPERATOR-ID PIC X(08).
000480         05  FED-D-NAME       PIC X(20).
000490         05  FED-D-AUTH-BEFORE PIC X(01).
000500         05  FED-D-AUTH-AFTER PIC X(01).
000510         05  FED-D-STAT-BEFORE PIC X(01).
000520         05  FED-D-STAT-AFTER PIC X(01).
000530         05  FED-D-PRINT-DEST PIC X(04).
000540         05  FED-D-CHG-DATE   PIC 9(07).
000550         05  FED-D-CHG-TIME   PIC 9(07).
000560         05  FED-D-HST-SEQ    PIC 9(02).
000570         05  FED-D-PROGRAM-ID PIC X(08).
000580         05  FED-D-CHANGED-BY PIC X(08).
000590         05  FILLER           PIC X(27).
000600     02  FED-HEADER REDEFINES FED-DETAIL.
000610         05  FED-H-FEED-ID    PIC X(08).
000620         05  FED-H-FILE-TYPE  PIC X(01).
000630             88  FED-H-DELTA      VALUE 'D'.
000640             88  FED-H-FULL       VALUE 'F'.
000650         05  FED-H-FILE-SEQ   PIC 9(07).
000660         05  FED-H-BUS-DATE   PIC 9(07).
000670         05  FED-H-RUN-DATE   PIC 9(07).
000680         05  FED-H-RUN-TIME   PIC 9(07).
000690         05  FED-H-FROM-DATE  PIC 9(07).
000700         05  FED-H-FROM-TIME  PIC 9(07).
000710         05  FED-H-TO-DATE    PIC 9(07).
000720         05  FED-H-TO-TIME    PIC 9(07).
000730         05  FILLER           PIC X(34).
000740     02  FED-TRAILER REDEFINES FED-DETAIL.
000750         05  FED-T-FEED-ID    PIC X(08).
000760         05  FED-T-FILE-SEQ   PIC 9(07).
000770         05  FED-T-DETAIL-COUNT PIC 9(07).
000780         05  FED-T-RECORD-COUNT PIC 9(07).
000790         05  FED-T-CONTROL-TOTAL PIC 9(15).
000800         05  FED-T-TYPE-COUNTS.
000810             10  FED-T-ADD-COUNT  PIC 9(07).
000820             10  FED-T-LOCK-COUNT PIC 9(07).
000830             10  FED-T-DEAC-COUNT PIC 9(07).
000840             10  FED-T-REAC-COUNT PIC 9(07).
000850             10  FED-T-AUTH-COUNT PIC 9(07).
000860             10  FED-T-OTHER-COUNT PIC 9(07).
000870         05  FILLER           PIC X(13).
