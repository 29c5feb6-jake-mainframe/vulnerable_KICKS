000010***************************************************************
000020*    KAJCFDC - OUTBOUND FEED CONTROL RECORD                   *
000030*    ONE RECORD PER OUTBOUND INTERFACE FILE.  KEYED VSAM FILE *
000040*    FEEDCTL, KEY = FDC-FEED-ID ('OPRFEED ' FOR THE FEEDCOB   *
000050*    BADGE/HR OPERATOR-CHANGE FEED).  REMEMBERS HOW FAR THE   *
000060*    FEED HAS GOT: EVERY OPRHST CHANGE STAMPED BEFORE         *
000070*    FDC-HIGH-DATE/TIME HAS BEEN SENT, AND FDC-LAST-KEY IS    *
000080*    THE LAST HISTORY RECORD ACTUALLY SENT.  REWRITTEN ONLY   *
000090*    AFTER A FILE HAS BEEN WRITTEN COMPLETE, SO A RUN THAT    *
000100*    STOPS PART WAY LEAVES IT WHERE IT WAS AND THE RERUN      *
000110*    SENDS THE SAME WINDOW AGAIN; A RERUN OF A RUN THAT       *
000120*    FINISHED STARTS FROM ITS HIGH-WATER MARK AND SENDS ONLY  *
000130*    WHAT HAS CHANGED SINCE.  NO RECORD MEANS THE FEED HAS    *
000140*    NEVER RUN - THE FIRST FILE IS A FULL REFRESH.            *
000150*                                                               *
000160*    MODIFICATION HISTORY                                     *
000170*    DATE       INIT  DESCRIPTION                             *
000180*    --------   ----  ----------------------------------------*
000190*    10/15/26   JTM   ORIGINAL                                *
000200***************************************************************
000210 01  KAJCFDC-RECORD.
000220     02  FDC-FEED-ID          PIC X(08).
000230     02  FDC-FILE-SEQ         PIC 9(07).
000240     02  FDC-HIGH-DATE        PIC 9(07).
000250     02  FDC-HIGH-TIME        PIC 9(07).
000260     02  FDC-LAST-KEY.
000270         05  FDC-LAST-OPERATOR PIC X(08).
000280         05  FDC-LAST-DATE    PIC 9(07).
000290         05  FDC-LAST-TIME    PIC 9(07).
000300         05  FDC-LAST-SEQ     PIC 9(02).
000310     02  FDC-LAST-TYPE        PIC X(01).
000320     02  FDC-LAST-BUS-DATE    PIC 9(07).
000330     02  FDC-LAST-RUN-DATE    PIC 9(07).
000340     02  FDC-LAST-RUN-TIME    PIC 9(07).
000350     02  FDC-LAST-COUNT       PIC 9(07).
000360     02  FILLER               PIC X(18).
