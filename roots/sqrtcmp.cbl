003300*  MODIFICATION HISTORY                                        *
003400*  ----------------------------------------------------------  *
003500*  22/08/2026  DOK  ORIGINAL PROGRAM.                           *
003516*  15/10/2026  DOK  SQRTOUT DETAILS GAINED THE SQRTGEN          *
003532*                   RANGE-CARD TAG; LAYOUTS KEPT IN STEP.  AN   *
003548*                   SQRTOUT KEPT FROM BEFORE THIS CHANGE MUST   *
003564*                   BE CONVERTED (BLANK TAG APPENDED) BEFORE IT *
003580*                   IS USED AS SQRTOLD.                         *
003600*--------------------------------------------------------------*
003700*
003800 ENVIRONMENT DIVISION.
006700     05  SQRTNEW-ITER           PIC 9(4).
006800     05  SQRTNEW-DEGREE         PIC X(2).
006900     05  SQRTNEW-REQ-ID         PIC X(8).
006950     05  SQRTNEW-RANGE-TAG      PIC X(10).
007000*
007100 FD  SQRTOLD-FILE
007200     RECORDING MODE IS F.
008000     05  SQRTOLD-ITER           PIC 9(4).
008100     05  SQRTOLD-DEGREE         PIC X(2).
008200     05  SQRTOLD-REQ-ID         PIC X(8).
008250     05  SQRTOLD-RANGE-TAG      PIC X(10).
008300*
008400 FD  SQRTCMC-FILE
008500     RECORDING MODE IS F.
