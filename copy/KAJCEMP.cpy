000100*    DATE       INIT  DESCRIPTION                              *
000110*    --------   ----  ----------------------------------------*
000120*    08/23/26   JTM   ORIGINAL                                 *
000121*    10/15/26   JTM   EMP-MANAGER-ID - THE EMPLOYEE'S          *
000122*                     REPORTING MANAGER, CARVED OUT OF THE     *
000123*                     FILLER (11 -> 3 BYTES); THE CRTOCOB      *
000124*                     RECERTIFICATION OPEN MAKES THE MANAGER   *
000125*                     THE REVIEWER OF EACH OPERATOR'S ACCESS   *
000130***************************************************************
000140 01  KAJCEMP-RECORD.
000150     02  EMP-EMPLOYEE-ID      PIC X(08).
000170     02  EMP-STATUS           PIC X(01).
000180         88  EMP-IS-ACTIVE        VALUE 'A'.
000190         88  EMP-IS-TERMINATED    VALUE 'T'.
000200     02  EMP-MANAGER-ID       PIC X(08).
000210     02  FILLER               PIC X(03).
