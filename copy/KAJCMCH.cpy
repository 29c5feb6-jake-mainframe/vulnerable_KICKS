000010***************************************************************
000020*    KAJCMCH - OPERATOR MASS-CHANGE FILE RECORD               *
000030*    80-BYTE CARD IMAGE READ BY MCHGCOB (DD MCHGIN), BUILT    *
000040*    FROM THE DEPARTMENT'S REORGANIZATION SPREADSHEET.  ONE   *
000050*    HEADER RECORD FIRST, THEN ONE DETAIL PER CHANGE:         *
000060*        H - BATCH ID (UNIQUE, CHOSEN BY THE SUBMITTER - THE  *
000070*            CHANGE TICKET NUMBER WILL DO), THE SUBMITTING    *
000080*            ADMIN'S OPERATOR ID AND A DESCRIPTION            *
000090*        D - ONE UPDTCOB ACTION (A ADD, C CHANGE, D           *
000100*            DEACTIVATE, R REACTIVATE) WITH THE SAME FIELDS   *
000110*            THE SCREEN TAKES.  ON A CHANGE A BLANK NAME,     *
000120*            AUTHORITY OR DESTINATION MEANS LEAVE IT ALONE.   *
000130*    A RECORD WITH '*' IN COLUMN 1 IS A COMMENT AND IS        *
000140*    SKIPPED.                                                 *
000150*                                                               *
000160*    MODIFICATION HISTORY                                     *
000170*    DATE       INIT  DESCRIPTION                             *
000180*    --------   ----  ----------------------------------------*
000190*    10/15/26   JTM   ORIGINAL                                *
000200***************************************************************
000210 01  KAJCMCH-RECORD.
000220     02  MCH-REC-TYPE         PIC X(01).
000230         88  MCH-IS-HEADER        VALUE 'H'.
000240         88  MCH-IS-DETAIL        VALUE 'D'.
000250         88  MCH-IS-COMMENT       VALUE '*'.
000260     02  MCH-DETAIL.
000270         05  MCH-D-ACTION     PIC X(01).
000280         05  MCH-D-OPERATOR-ID PIC X(08).
000290         05  MCH-D-NAME       PIC X(20).
000300         05  MCH-D-AUTHORITY  PIC X(01).
000310         05  MCH-D-PRINT-DEST PIC X(04).
000320         05  FILLER           PIC X(45).
000330     02  MCH-HEADER REDEFINES MCH-DETAIL.
000340         05  MCH-H-BATCH-ID   PIC X(08).
000350         05  MCH-H-SUBMITTER  PIC X(08).
000360         05  MCH-H-DESC       PIC X(40).
000370         05  FILLER           PIC X(23).
