002800*  THE REPORT RATHER THAN FLOODING THE BATCH RUN.  EVERY CARD   *
002900*  - ACCEPTED OR REJECTED - IS LISTED ON THE SQRTGRP REPORT     *
003000*  WITH THE NUMBER OF RECORDS IT GENERATED.                     *
003010*                                                               *
003020*  EACH EXPANDED RECORD IS TAGGED WITH THE RANGE CARD IT CAME   *
003030*  FROM - THE SQRTCTL RUN NUMBER AND THE CARD'S POSITION ON     *
003040*  SQRTRNG - AND EVERY ACCEPTED CARD IS WRITTEN TO THE          *
003050*  RANGE-CARD REGISTER (SQRTRNX) WITH ITS REQUESTER, START,     *
003060*  END, STEP, DEGREE AND THE NUMBER OF RECORDS IT GENERATED.    *
003070*  SQRTBAT CARRIES THE TAG ONTO SQRTOUT AND SQRTERR, AND        *
003080*  SQRTTAB USES THE TWO TO PRINT ONE ROOT TABLE PER CARD.       *
003090*  INDIVIDUAL CARDS FROM SQRTEDT CARRY A BLANK TAG.             *
003100*--------------------------------------------------------------*
003200*
003300*--------------------------------------------------------------*
003400*  MODIFICATION HISTORY                                        *
003500*  ----------------------------------------------------------  *
003600*  02/09/2026  DOK  ORIGINAL PROGRAM.                           *
003616*  15/10/2026  DOK  CALLS SQRTSTP AT START AND END, SO THE      *
003632*                   STEP RUNS ONLY WHEN ITS PREDECESSOR IN      *
003648*                   THE STREAM COMPLETED CLEANLY FOR THE SAME   *
003664*                   RUN; A REFUSED START ENDS THE STEP WITH     *
003680*                   RETURN CODE 16.                             *
003683*  15/10/2026  DOK  EXPANDED RECORDS CARRY A RANGE-CARD TAG     *
003686*                   (RUN NUMBER AND CARD NUMBER) AND EACH       *
003689*                   ACCEPTED CARD IS WRITTEN TO THE NEW SQRTRNX *
003692*                   RANGE-CARD REGISTER, FOR THE SQRTTAB ROOT   *
003695*                   TABLES.                                     *
003696*  15/10/2026  DOK  A NON-NUMERIC RUN NUMBER ON THE SQRTCTL     *
003697*                   CARD IS NOW IGNORED, LEAVING THE RUN NUMBER *
003698*                   ZERO, RATHER THAN BEING CARRIED ONTO THE    *
003699*                   EXPANDED RECORDS.                           *
003700*--------------------------------------------------------------*
003800*
003900 ENVIRONMENT DIVISION.
005100     SELECT SQRTGRP-FILE ASSIGN TO SQRTGRP
005200         ORGANIZATION IS SEQUENTIAL.
005300*
005324     SELECT SQRTCTL-FILE ASSIGN TO SQRTCTL
005336         ORGANIZATION IS SEQUENTIAL
005348         FILE STATUS IS GN-CTL-STATUS.
005360*
005372     SELECT SQRTRNX-FILE ASSIGN TO SQRTRNX
005384         ORGANIZATION IS SEQUENTIAL.
005392*
005400 DATA DIVISION.
005500 FILE SECTION.
005600*
008100     05  SQRTCLN-S              PIC X(17).
008200     05  SQRTCLN-DEGREE         PIC X(2).
008300     05  SQRTCLN-REQ-ID         PIC X(8).
008325     05  SQRTCLN-RANGE-TAG.
008350         10  SQRTCLN-RANGE-RUN  PIC 9(6).
008375         10  SQRTCLN-RANGE-CARD PIC 9(4).
008400*
008500 FD  SQRTGRP-FILE
008600     RECORDING MODE IS F.
008700 01  SQRTGRP-RECORD              PIC X(132).
008703*
008706 FD  SQRTCTL-FILE
008709     RECORDING MODE IS F.
008712 01  SQRTCTL-RECORD.
008715     05  SQRTCTL-TOLERANCE      PIC S9(8)V9(09).
008718     05  SQRTCTL-MAX-ITER       PIC 9(4).
008721     05  SQRTCTL-CKP-INTERVAL   PIC 9(4).
008724     05  SQRTCTL-RUN-NUMBER     PIC 9(6).
008727     05  SQRTCTL-REJ-THRESHOLD  PIC 9(6).
008730*
008733*    RANGE-CARD REGISTER - ONE ENTRY PER ACCEPTED CARD, KEYED
008736*    BY THE SAME TAG THE CARD'S EXPANDED RECORDS CARRY.
008739 FD  SQRTRNX-FILE
008742     RECORDING MODE IS F.
008745 01  SQRTRNX-RECORD.
008748     05  SQRTRNX-RANGE-TAG.
008751         10  SQRTRNX-RANGE-RUN  PIC 9(6).
008754         10  SQRTRNX-RANGE-CARD PIC 9(4).
008757     05  SQRTRNX-REQ-ID         PIC X(8).
008760     05  SQRTRNX-START          PIC S9(8)V9(09).
008763     05  SQRTRNX-END            PIC S9(8)V9(09).
008766     05  SQRTRNX-STEP           PIC 9(8)V9(09).
008769     05  SQRTRNX-DEGREE         PIC 9(2).
008772     05  SQRTRNX-GENERATED      PIC 9(8).
008775     05  SQRTRNX-LIMIT-SW       PIC X(01).
008778         88  SQRTRNX-LIMIT-HIT           VALUE 'Y'.
008800*
008900 WORKING-STORAGE SECTION.
009000*
012700*
012800 77  GN-CLN-STATUS              PIC X(02) VALUE '00'.
012900     88  GN-CLN-STATUS-NOT-FOUND          VALUE '35'.
012914 77  GN-CTL-STATUS              PIC X(02) VALUE '00'.
012928     88  GN-CTL-STATUS-OK                 VALUE '00'.
012942*
012956*    RUN NUMBER FROM SQRTCTL - THE FIRST HALF OF THE RANGE-CARD
012970*    TAG.  THE CARD NUMBER (GN-CARD-COUNT) IS THE SECOND HALF.
012984 77  GN-RUN-NUMBER              PIC 9(6) VALUE ZERO.
013000*
013100*    PER-CARD EXPANSION LIMIT.  A CARD ASKING FOR MORE VALUES
013200*    THAN THIS IS ALMOST CERTAINLY A MISPUNCHED STEP; THE
014600 77  GN-HDG-PAGE-ED             PIC ZZZ9.
014700 77  GN-COUNT-ED                PIC ZZZZZZZ9.
014800*
014811*    STEP-CONTROL CALL - SEE SQRTSTP.
014822 01  GN-STC-FUNCTION           PIC X(01).
014833 01  GN-STC-STEP               PIC X(8)  VALUE 'SQRTGEN '.
014844 01  GN-STC-RC                 PIC 9(2)  USAGE COMP.
014855 01  GN-STC-RESULT             PIC 9(2)  USAGE COMP.
014866 77  GN-STEP-SW                PIC X(01) VALUE 'N'.
014877     88  GN-STEP-STARTED                 VALUE 'Y'.
014888*
014900 PROCEDURE DIVISION.
015000*
015100 0000-MAINLINE.
015200*
015233     PERFORM 0100-BEGIN-STEP THRU 0100-EXIT
015266*
015277     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
015288*
015300     OPEN OUTPUT SQRTGRP-FILE
015400     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
015500*
015600     PERFORM 1500-OPEN-CLEAN-FILE THRU 1500-EXIT
015650     OPEN OUTPUT SQRTRNX-FILE
015700*
015800     OPEN INPUT SQRTRNG-FILE
015900     IF NOT GN-RNG-STATUS-OK
017100         CLOSE SQRTRNG-FILE
017200     END-IF
017300     CLOSE SQRTCLN-FILE
017350     CLOSE SQRTRNX-FILE
017400*
017500     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
017600*
017800*
017900     GO TO 9999-TERMINATE.
018000*
018004*--------------------------------------------------------------*
018008*  0100-BEGIN-STEP - ASK SQRTSTP WHETHER THIS STEP MAY RUN      *
018012*  FOR THIS RUN NUMBER.  SQRTSTP HAS ALREADY TOLD THE           *
018016*  OPERATOR WHY A START IS REFUSED.                             *
018020*--------------------------------------------------------------*
018024 0100-BEGIN-STEP.
018028*
018032     MOVE 'B' TO GN-STC-FUNCTION
018036     MOVE ZERO TO GN-STC-RC
018040     CALL 'SQRTSTP' USING GN-STC-FUNCTION GN-STC-STEP
018044         GN-STC-RC GN-STC-RESULT
018048*
018052     IF GN-STC-RESULT NOT EQUAL ZERO
018056         MOVE 16 TO RETURN-CODE
018060         GO TO 9999-TERMINATE
018064     END-IF
018068*
018072     SET GN-STEP-STARTED TO TRUE.
018076*
018080 0100-EXIT.
018084     EXIT.
018088*
018100*--------------------------------------------------------------*
018200*  1500-OPEN-CLEAN-FILE - OPEN THE CLEAN FILE FOR APPEND SO     *
018300*  THE EXPANDED RECORDS FOLLOW WHATEVER SQRTEDT ACCEPTED THIS   *
019700 1500-EXIT.
019800     EXIT.
019900*
019904*--------------------------------------------------------------*
019908*  1200-READ-CONTROL-CARD - THE RUN NUMBER FOR THE RANGE-CARD   *
019912*  TAG COMES FROM THE SAME SQRTCTL CARD SQRTBAT READS.  WITH    *
019916*  NO CARD THE RUN NUMBER IS LEFT AT ZERO.                      *
019920*--------------------------------------------------------------*
019924 1200-READ-CONTROL-CARD.
019928*
019932     OPEN INPUT SQRTCTL-FILE
019936*
019940     IF GN-CTL-STATUS-OK
019944         READ SQRTCTL-FILE
019948             AT END
019952                 CONTINUE
019956         END-READ
019960         IF GN-CTL-STATUS-OK
019962             IF SQRTCTL-RUN-NUMBER NUMERIC
019964                 MOVE SQRTCTL-RUN-NUMBER TO GN-RUN-NUMBER
019966             END-IF
019968         END-IF
019972         CLOSE SQRTCTL-FILE
019976     END-IF.
019980*
019984 1200-EXIT.
019988     EXIT.
019992*
020000*--------------------------------------------------------------*
020100*  1000-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
020200*  CALLED AGAIN WHENEVER THE REPORT FILLS A PAGE.               *
024600     IF GN-CARD-GOOD
024700         ADD 1 TO GN-ACCEPT-COUNT
024800         PERFORM 2500-GENERATE-RECORDS THRU 2500-EXIT
024850         PERFORM 2650-WRITE-REGISTER THRU 2650-EXIT
024900         PERFORM 2700-PRINT-ACCEPTED THRU 2700-EXIT
025000     ELSE
025100         ADD 1 TO GN-REJECT-COUNT
037400     MOVE GN-S-DISPLAY-X TO SQRTCLN-S
037500     MOVE SQRTRNG-DEGREE-X TO SQRTCLN-DEGREE
037600     MOVE SQRTRNG-REQ-ID TO SQRTCLN-REQ-ID
037633     MOVE GN-RUN-NUMBER TO SQRTCLN-RANGE-RUN
037666     MOVE GN-CARD-COUNT TO SQRTCLN-RANGE-CARD
037700     WRITE SQRTCLN-RECORD
037800     ADD 1 TO GN-CARD-GENERATED
037900*
038500 2600-EXIT.
038600     EXIT.
038700*
038703*--------------------------------------------------------------*
038706*  2650-WRITE-REGISTER - ONE SQRTRNX ENTRY PER ACCEPTED CARD,   *
038709*  CARRYING THE CARD AS EDITED (DEGREE RESOLVED) AND THE        *
038712*  NUMBER OF RECORDS IT GENERATED.                              *
038715*--------------------------------------------------------------*
038718 2650-WRITE-REGISTER.
038721*
038724     MOVE GN-RUN-NUMBER TO SQRTRNX-RANGE-RUN
038727     MOVE GN-CARD-COUNT TO SQRTRNX-RANGE-CARD
038730     MOVE SQRTRNG-REQ-ID TO SQRTRNX-REQ-ID
038733     MOVE GN-START TO SQRTRNX-START
038736     MOVE GN-END TO SQRTRNX-END
038739     MOVE GN-STEP TO SQRTRNX-STEP
038742     MOVE GN-WORK-DEGREE TO SQRTRNX-DEGREE
038745     MOVE GN-CARD-GENERATED TO SQRTRNX-GENERATED
038748     IF GN-LIMIT-HIT
038751         MOVE 'Y' TO SQRTRNX-LIMIT-SW
038754     ELSE
038757         MOVE 'N' TO SQRTRNX-LIMIT-SW
038760     END-IF
038763     WRITE SQRTRNX-RECORD.
038766*
038769 2650-EXIT.
038772     EXIT.
038775*
038800*--------------------------------------------------------------*
038900*  2700-PRINT-ACCEPTED - ONE REPORT LINE PER ACCEPTED CARD      *
039000*  WITH THE NUMBER OF RECORDS IT GENERATED.                     *
048900 4000-EXIT.
049000     EXIT.
049100*
049105*--------------------------------------------------------------*
049110*  9900-END-STEP - RECORD THE STEP'S END AND FINAL RETURN       *
049115*  CODE ON SQRTSTC.  NOTHING IS RECORDED FOR A STEP THAT WAS    *
049120*  REFUSED AT START.                                            *
049125*--------------------------------------------------------------*
049130 9900-END-STEP.
049135*
049140     IF GN-STEP-STARTED
049145         MOVE 'E' TO GN-STC-FUNCTION
049150         MOVE RETURN-CODE TO GN-STC-RC
049155         CALL 'SQRTSTP' USING GN-STC-FUNCTION GN-STC-STEP
049160             GN-STC-RC GN-STC-RESULT
049165     END-IF.
049170*
049175 9900-EXIT.
049180     EXIT.
049185*
049200 9999-TERMINATE.
049250     PERFORM 9900-END-STEP THRU 9900-EXIT
049300     STOP RUN.
