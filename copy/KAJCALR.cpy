000010***************************************************************
000020*    KAJCALR - SECURITY ALERT RECORD                          *
000030*    ONE RECORD PER ALERT RAISED BY THE ONLINE ALERT CHECK    *
000040*    (7000-7250 IN SGONCOB AND KAJCCOB) WHEN A RUN OF         *
000050*    FAILED SIGN-ONS, LOCKOUTS, DENIED OR UNKNOWN MENU        *
000060*    OPTIONS, OR SESSION TAKE-OVERS CROSSES ITS PARMFL        *
000070*    THRESHOLD INSIDE THE ROLLING WINDOW (SEE KAJCALW).       *
000080*    KEYED VSAM FILE ALERTS, KEY = ALR-KEY: THE RAISE DATE    *
000090*    AND TIME SUBTRACTED FROM ALL NINES, SO A FORWARD BROWSE  *
000100*    RETURNS THE NEWEST ALERT FIRST, PLUS A SEQUENCE THAT     *
000110*    BREAKS TIES WITHIN THE SAME SECOND.  ALR-SCOPE SAYS      *
000120*    WHETHER THE OPERATOR'S COUNT, THE TERMINAL'S COUNT, OR   *
000130*    BOTH CROSSED.  THE ALRTCOB SUPERVISOR CONSOLE LISTS THE  *
000140*    OPEN ALERTS AND ACKNOWLEDGES THEM WITH A NOTE.  THE      *
000150*    RAISE AND THE ACKNOWLEDGE ARE BOTH JOURNALLED TO AUDT    *
000160*    UNDER OPTION ALRT (OUTCOMES 'R' AND 'A', SEE KAJCJRN).   *
000170*                                                               *
000180*    MODIFICATION HISTORY                                     *
000190*    DATE       INIT  DESCRIPTION                             *
000200*    --------   ----  ----------------------------------------*
000210*    10/15/26   JTM   ORIGINAL                                *
000220***************************************************************
000230 01  KAJCALR-RECORD.
000240     02  ALR-KEY.
000250         05  ALR-INV-DATE     PIC 9(07).
000260         05  ALR-INV-TIME     PIC 9(07).
000270         05  ALR-SEQ          PIC 9(02).
000280     02  ALR-DATE             PIC S9(7) COMP-3.
000290     02  ALR-TIME             PIC S9(7) COMP-3.
000300     02  ALR-TYPE             PIC X(01).
000310         88  ALR-FAILED-SIGNON    VALUE 'F'.
000320         88  ALR-LOCKOUT          VALUE 'L'.
000330         88  ALR-DENIED-OPTION    VALUE 'D'.
000340         88  ALR-TAKE-OVER        VALUE 'T'.
000350     02  ALR-SCOPE            PIC X(01).
000360         88  ALR-BY-OPERATOR      VALUE 'O'.
000370         88  ALR-BY-TERMINAL      VALUE 'T'.
000380         88  ALR-BY-BOTH          VALUE 'B'.
000390     02  ALR-OPERATOR-ID      PIC X(08).
000400     02  ALR-TERMINAL-ID      PIC X(04).
000410     02  ALR-PRIOR-TERM       PIC X(04).
000420     02  ALR-PROGRAM-ID       PIC X(08).
000430     02  ALR-COUNT            PIC 9(03).
000440     02  ALR-WINDOW           PIC 9(03).
000450     02  ALR-STATUS           PIC X(01).
000460         88  ALR-IS-OPEN          VALUE 'O'.
000470         88  ALR-IS-ACKED         VALUE 'A'.
000480     02  ALR-ACK-BY           PIC X(08).
000490     02  ALR-ACK-DATE         PIC S9(7) COMP-3.
000500     02  ALR-ACK-TIME         PIC S9(7) COMP-3.
000510     02  ALR-ACK-NOTE         PIC X(40).
000520     02  FILLER               PIC X(15).
