003600*  MODIFICATION HISTORY                                        *
003700*  ----------------------------------------------------------  *
003800*  02/09/2026  DOK  ORIGINAL PROGRAM.                           *
003810*  15/10/2026  DOK  SQRTLOG GAINED DEGREE, MASTER-ACTION AND    *
003820*                   TOLERANCE FIELDS; LAYOUT KEPT IN STEP.      *
003900*--------------------------------------------------------------*
004000*
004100 ENVIRONMENT DIVISION.
006600     05  SQRTLOG-ITER           PIC 9(4).
006700     05  SQRTLOG-ORIGIN         PIC X(01).
006800     05  SQRTLOG-REQ-ID         PIC X(8).
006810     05  SQRTLOG-DEGREE         PIC 9(2).
006820     05  SQRTLOG-MST-ACTION     PIC X(01).
006830     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
006900*
007000 FD  SQRTRTC-FILE
007100     RECORDING MODE IS F.
