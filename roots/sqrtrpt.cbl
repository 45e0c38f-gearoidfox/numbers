004700*                   RECONCILIATION REPORT' - THE REPORT HAS     *
004800*                   COVERED CUBE AND NTH ROOTS SINCE THE        *
004900*                   DEGREE COLUMN ARRIVED.                      *
004916*  15/10/2026  DOK  CALLS SQRTSTP AT START AND END, SO THE      *
004932*                   STEP RUNS ONLY WHEN ITS PREDECESSOR IN      *
004948*                   THE STREAM COMPLETED CLEANLY FOR THE SAME   *
004964*                   RUN; A REFUSED START ENDS THE STEP WITH     *
004980*                   RETURN CODE 16.                             *
004986*  15/10/2026  DOK  SQRTOUT DETAILS GAINED THE SQRTGEN          *
004992*                   RANGE-CARD TAG; LAYOUT KEPT IN STEP.        *
005000*--------------------------------------------------------------*
005100*
005200 ENVIRONMENT DIVISION.
007600     05  SQRTOUT-ITER           PIC 9(4).
007700     05  SQRTOUT-DEGREE         PIC 9(2).
007800     05  SQRTOUT-REQ-ID         PIC X(8).
007850     05  SQRTOUT-RANGE-TAG      PIC X(10).
007900*
008000 FD  SQRTRPT-FILE
008100     RECORDING MODE IS F.
012200     88  RP-SQRTOUT-EOF                   VALUE 'Y'.
012300     88  RP-SQRTOUT-NOT-EOF               VALUE 'N'.
012400*
012411*    STEP-CONTROL CALL - SEE SQRTSTP.
012422 01  RP-STC-FUNCTION           PIC X(01).
012433 01  RP-STC-STEP               PIC X(8)  VALUE 'SQRTRPT '.
012444 01  RP-STC-RC                 PIC 9(2)  USAGE COMP.
012455 01  RP-STC-RESULT             PIC 9(2)  USAGE COMP.
012466 77  RP-STEP-SW                PIC X(01) VALUE 'N'.
012477     88  RP-STEP-STARTED                 VALUE 'Y'.
012488*
012500 PROCEDURE DIVISION.
012600*
012700 0000-MAINLINE.
012800*
012833     PERFORM 0100-BEGIN-STEP THRU 0100-EXIT
012866*
012900     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
013000*
013100     OPEN OUTPUT SQRTRPT-FILE
014800*
014900     GO TO 9999-TERMINATE.
015000*
015004*--------------------------------------------------------------*
015008*  0100-BEGIN-STEP - ASK SQRTSTP WHETHER THIS STEP MAY RUN      *
015012*  FOR THIS RUN NUMBER.  SQRTSTP HAS ALREADY TOLD THE           *
015016*  OPERATOR WHY A START IS REFUSED.                             *
015020*--------------------------------------------------------------*
015024 0100-BEGIN-STEP.
015028*
015032     MOVE 'B' TO RP-STC-FUNCTION
015036     MOVE ZERO TO RP-STC-RC
015040     CALL 'SQRTSTP' USING RP-STC-FUNCTION RP-STC-STEP
015044         RP-STC-RC RP-STC-RESULT
015048*
015052     IF RP-STC-RESULT NOT EQUAL ZERO
015056         MOVE 16 TO RETURN-CODE
015060         GO TO 9999-TERMINATE
015064     END-IF
015068*
015072     SET RP-STEP-STARTED TO TRUE.
015076*
015080 0100-EXIT.
015084     EXIT.
015088*
015100*--------------------------------------------------------------*
015200*  1100-READ-CONTROL-CARD - AN OPTIONAL SQRTCTL CARD MAY HAVE   *
015300*  LOOSENED OR TIGHTENED THE TOLERANCE SQRTBAT USED TO PRODUCE   *
042600 7200-EXIT.
042700     EXIT.
042800*
042805*--------------------------------------------------------------*
042810*  9900-END-STEP - RECORD THE STEP'S END AND FINAL RETURN       *
042815*  CODE ON SQRTSTC.  NOTHING IS RECORDED FOR A STEP THAT WAS    *
042820*  REFUSED AT START.                                            *
042825*--------------------------------------------------------------*
042830 9900-END-STEP.
042835*
042840     IF RP-STEP-STARTED
042845         MOVE 'E' TO RP-STC-FUNCTION
042850         MOVE RETURN-CODE TO RP-STC-RC
042855         CALL 'SQRTSTP' USING RP-STC-FUNCTION RP-STC-STEP
042860             RP-STC-RC RP-STC-RESULT
042865     END-IF.
042870*
042875 9900-EXIT.
042880     EXIT.
042885*
042900 9999-TERMINATE.
042950     PERFORM 9900-END-STEP THRU 9900-EXIT
043000     STOP RUN.
