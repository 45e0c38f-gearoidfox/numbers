000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTDOV.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTDOV                                                      *
001000*  OVERDUE EXTRACT REPORT.  READS THE SQRTDLV DELIVERY          *
001100*  REGISTER AND PRINTS (SQRTDOR) EVERY EXTRACT SQRTDST SENT     *
001200*  THAT NO DEPARTMENT HAS ACKNOWLEDGED THROUGH SQRTACK WITHIN   *
001300*  THE ALLOWED NUMBER OF DAYS - COLUMNS 1-3 OF THE SQRTDOC      *
001400*  CONTROL CARD, DEFAULT THREE - WITH THE DATE AND TIME IT WAS  *
001500*  SENT AND THE COUNT AND HASH IT WAS SENT WITH.  EXTRACTS      *
001600*  RECEIVED WITH A MISMATCH ARE LISTED AFTER THEM, SINCE THOSE  *
001700*  TOO STILL NEED A DEPARTMENT TO ACT.  TOGETHER WITH THE       *
001800*  REGISTER ITSELF THIS IS THE PROOF, EITHER WAY, OF WHAT WAS   *
001900*  SENT AND WHAT WAS RECEIVED.                                  *
002000*--------------------------------------------------------------*
002100*
002200*--------------------------------------------------------------*
002300*  MODIFICATION HISTORY                                        *
002400*  ----------------------------------------------------------  *
002500*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
002600*--------------------------------------------------------------*
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100*
003200     SELECT SQRTDLV-FILE ASSIGN TO SQRTDLV
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS SQRTDLV-KEY
003600         FILE STATUS IS DV-DLV-STATUS.
003700*
003800     SELECT SQRTDOC-FILE ASSIGN TO SQRTDOC
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS DV-DOC-STATUS.
004100*
004200     SELECT SQRTDOR-FILE ASSIGN TO SQRTDOR
004300         ORGANIZATION IS SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700*
004800 FD  SQRTDLV-FILE.
004900 01  SQRTDLV-RECORD.
005000     05  SQRTDLV-KEY.
005100         10  SQRTDLV-RUN-NO     PIC 9(6).
005200         10  SQRTDLV-EXTRACT-NO PIC 9(2).
005300     05  SQRTDLV-EXTRACT-NAME   PIC X(8).
005400     05  SQRTDLV-SENT-DATE      PIC 9(8).
005500     05  SQRTDLV-SENT-TIME      PIC 9(8).
005600     05  SQRTDLV-COUNT          PIC 9(8).
005700     05  SQRTDLV-HASH           PIC 9(9)V9(9).
005800     05  SQRTDLV-STATUS         PIC X(01).
005900         88  SQRTDLV-SENT                 VALUE 'S'.
006000         88  SQRTDLV-BALANCED             VALUE 'B'.
006100         88  SQRTDLV-MISMATCH             VALUE 'M'.
006200     05  SQRTDLV-ACK-DATE       PIC 9(8).
006300     05  SQRTDLV-ACK-COUNT      PIC 9(8).
006400     05  SQRTDLV-ACK-HASH       PIC 9(9)V9(9).
006500     05  SQRTDLV-ACK-TIMES      PIC 9(3).
006600*
006700 FD  SQRTDOC-FILE
006800     RECORDING MODE IS F.
006900 01  SQRTDOC-RECORD.
007000     05  SQRTDOC-ALLOWED-DAYS   PIC 9(3).
007100     05  FILLER                 PIC X(77).
007200*
007300 FD  SQRTDOR-FILE
007400     RECORDING MODE IS F.
007500 01  SQRTDOR-RECORD              PIC X(132).
007600*
007700 WORKING-STORAGE SECTION.
007800*
007900 01  DV-PRINT-LINE               PIC X(132).
008000*
008100*    MISMATCHED RECEIPTS ARE HELD HERE WHILE THE OVERDUE LIST
008200*    IS PRINTED, THEN LISTED IN A SECTION OF THEIR OWN.
008300 01  DV-MISMATCH-TABLE.
008400     05  DV-MM-ENTRY OCCURS 500 TIMES.
008500         10  DV-MM-RUN-NO       PIC 9(6).
008600         10  DV-MM-EXTRACT-NO   PIC 9(2).
008700         10  DV-MM-NAME         PIC X(8).
008800         10  DV-MM-COUNT        PIC 9(8).
008900         10  DV-MM-HASH         PIC 9(9)V9(9).
009000         10  DV-MM-ACK-DATE     PIC 9(8).
009100         10  DV-MM-ACK-COUNT    PIC 9(8).
009200         10  DV-MM-ACK-HASH     PIC 9(9)V9(9).
009300*
009400 77  DV-MM-USED                  PIC 9(4) USAGE COMP VALUE ZERO.
009500 77  DV-MM-MAX                   PIC 9(4) USAGE COMP VALUE 500.
009600 77  DV-MM-X                     PIC 9(4) USAGE COMP.
009700*
009800*    DAY-NUMBER WORK AREA - SEE 2500-DAY-NUMBER.
009900 01  DV-DATE-IN                  PIC 9(8).
010000 01  DV-DATE-IN-X REDEFINES DV-DATE-IN.
010100     05  DV-DATE-YYYY            PIC 9(4).
010200     05  DV-DATE-MM              PIC 9(2).
010300     05  DV-DATE-DD              PIC 9(2).
010400 77  DV-DAY-NUMBER               PIC 9(8) USAGE COMP.
010500 77  DV-DN-YEAR                  PIC 9(5) USAGE COMP.
010600 77  DV-DN-MONTH                 PIC 9(2) USAGE COMP.
010700 77  DV-DN-WORK                  PIC 9(5) USAGE COMP.
010800 77  DV-DN-Q4                    PIC 9(5) USAGE COMP.
010900 77  DV-DN-Q100                  PIC 9(5) USAGE COMP.
011000 77  DV-DN-Q400                  PIC 9(5) USAGE COMP.
011100 77  DV-DN-MONTH-DAYS            PIC 9(5) USAGE COMP.
011200*
011300 77  DV-RUN-DATE                 PIC 9(8).
011400 77  DV-RUN-DAY-NUMBER           PIC 9(8) USAGE COMP.
011500 77  DV-AGE-DAYS                 PIC 9(5) USAGE COMP.
011600 77  DV-ALLOWED-DAYS             PIC 9(3) USAGE COMP VALUE 3.
011700*
011800 77  DV-READ-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
011900 77  DV-BALANCED-COUNT           PIC 9(8) USAGE COMP VALUE ZERO.
012000 77  DV-MISMATCH-COUNT           PIC 9(8) USAGE COMP VALUE ZERO.
012100 77  DV-WAITING-COUNT            PIC 9(8) USAGE COMP VALUE ZERO.
012200 77  DV-OVERDUE-COUNT            PIC 9(8) USAGE COMP VALUE ZERO.
012300*
012400 77  DV-DLV-STATUS               PIC X(02) VALUE '00'.
012500     88  DV-DLV-STATUS-NOT-FOUND          VALUE '35'.
012600 77  DV-DOC-STATUS               PIC X(02) VALUE '00'.
012700     88  DV-DOC-STATUS-OK                 VALUE '00'.
012800*
012900 77  DV-SQRTDLV-EOF-SW           PIC X(01) VALUE 'N'.
013000     88  DV-SQRTDLV-EOF                   VALUE 'Y'.
013100 77  DV-MM-OVERFLOW-SW           PIC X(01) VALUE 'N'.
013200     88  DV-MM-OVERFLOWED                 VALUE 'Y'.
013300*
013400 77  DV-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
013500 77  DV-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
013600 77  DV-LINES-PER-PAGE           PIC 9(2) USAGE COMP VALUE 50.
013700*
013800 77  DV-HDG-PAGE-ED              PIC ZZZ9.
013900 77  DV-HDG-DAYS-ED              PIC ZZ9.
014000 77  DV-DET-AGE-ED               PIC ZZZZ9.
014100 77  DV-DET-COUNT-ED             PIC ZZZZZZZ9.
014200 77  DV-DET-ACK-COUNT-ED         PIC ZZZZZZZ9.
014300 77  DV-DET-HASH-ED              PIC ZZZZZZZZ9.999999999.
014400 77  DV-DET-ACK-HASH-ED          PIC ZZZZZZZZ9.999999999.
014500 77  DV-COUNT-ED                 PIC ZZZZZZZ9.
014600*
014700 PROCEDURE DIVISION.
014800*
014900 0000-MAINLINE.
015000*
015100     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD
015200     MOVE DV-RUN-DATE TO DV-DATE-IN
015300     PERFORM 2500-DAY-NUMBER THRU 2500-EXIT
015400     MOVE DV-DAY-NUMBER TO DV-RUN-DAY-NUMBER
015500*
015600     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
015700*
015800     OPEN OUTPUT SQRTDOR-FILE
015900     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
016000*
016100     OPEN INPUT SQRTDLV-FILE
016200     IF DV-DLV-STATUS-NOT-FOUND
016300         DISPLAY 'SQRTDOV - DELIVERY REGISTER (SQRTDLV) NOT '
016400             'FOUND - NO EXTRACTS HAVE BEEN REGISTERED'
016500         SET DV-SQRTDLV-EOF TO TRUE
016600     ELSE
016700         PERFORM 3900-READ-SQRTDLV THRU 3900-EXIT
016800     END-IF
016900*
017000     PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
017100         UNTIL DV-SQRTDLV-EOF
017200*
017300     IF NOT DV-DLV-STATUS-NOT-FOUND
017400         CLOSE SQRTDLV-FILE
017500     END-IF
017600*
017700     IF DV-OVERDUE-COUNT EQUAL ZERO
017800         MOVE '   NO EXTRACT IS OVERDUE' TO DV-PRINT-LINE
017900         WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
018000             AFTER ADVANCING 1 LINE
018100         ADD 1 TO DV-LINE-COUNT
018200     END-IF
018300*
018400     PERFORM 5000-PRINT-MISMATCHES THRU 5000-EXIT
018500     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
018600*
018700     CLOSE SQRTDOR-FILE
018800*
018900     IF DV-OVERDUE-COUNT GREATER THAN ZERO
019000         MOVE DV-OVERDUE-COUNT TO DV-COUNT-ED
019100         DISPLAY 'SQRTDOV - ' DV-COUNT-ED
019200             ' EXTRACT(S) OVERDUE FOR ACKNOWLEDGMENT - '
019250             'SEE SQRTDOR'
019300     END-IF
019400*
019500     GO TO 9999-TERMINATE.
019600*
019700*--------------------------------------------------------------*
019800*  1000-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
019900*  CALLED AGAIN WHENEVER THE REPORT FILLS A PAGE.               *
020000*--------------------------------------------------------------*
020100 1000-PRINT-HEADINGS.
020200*
020300     ADD 1 TO DV-PAGE-COUNT
020400     MOVE DV-PAGE-COUNT TO DV-HDG-PAGE-ED
020500     MOVE DV-ALLOWED-DAYS TO DV-HDG-DAYS-ED
020600*
020700     MOVE SPACES TO DV-PRINT-LINE
020800     STRING '          OVERDUE EXTRACT REPORT - RUN DATE '
020900         DV-RUN-DATE
021000         '  NOT ACKNOWLEDGED WITHIN ' DV-HDG-DAYS-ED ' DAYS'
021100         '                          PAGE ' DV-HDG-PAGE-ED
021200         DELIMITED BY SIZE INTO DV-PRINT-LINE
021300     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
021400         AFTER ADVANCING PAGE
021500*
021600     MOVE SPACES TO DV-PRINT-LINE
021700     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
021800         AFTER ADVANCING 1 LINE
021900*
022000     MOVE SPACES TO DV-PRINT-LINE
022100     STRING '  RUN NO  EXT  EXTRACT   SENT ON   AT'
022200         '           AGE  DETAIL COUNT           HASH TOTAL'
022300         DELIMITED BY SIZE INTO DV-PRINT-LINE
022400     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
022500         AFTER ADVANCING 1 LINE
022600*
022700     MOVE SPACES TO DV-PRINT-LINE
022800     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
022900         AFTER ADVANCING 1 LINE
023000*
023100     MOVE ZERO TO DV-LINE-COUNT.
023200*
023300 1000-EXIT.
023400     EXIT.
023500*
023600*--------------------------------------------------------------*
023700*  1200-READ-CONTROL-CARD - OPTIONAL SQRTDOC CARD CARRYING THE  *
023800*  NUMBER OF DAYS A DEPARTMENT HAS TO ACKNOWLEDGE AN EXTRACT.   *
023900*  ABSENT OR ZERO MEANS THREE.                                  *
024000*--------------------------------------------------------------*
024100 1200-READ-CONTROL-CARD.
024200*
024300     OPEN INPUT SQRTDOC-FILE
024400*
024500     IF DV-DOC-STATUS-OK
024600         READ SQRTDOC-FILE
024700             AT END
024800                 CONTINUE
024900         END-READ
025000         IF DV-DOC-STATUS-OK
025100             IF SQRTDOC-ALLOWED-DAYS NUMERIC
025200                AND SQRTDOC-ALLOWED-DAYS NOT EQUAL ZERO
025300                 MOVE SQRTDOC-ALLOWED-DAYS TO DV-ALLOWED-DAYS
025400             END-IF
025500         END-IF
025600         CLOSE SQRTDOC-FILE
025700     END-IF.
025800*
025900 1200-EXIT.
026000     EXIT.
026100*
026200*--------------------------------------------------------------*
026300*  2000-PROCESS-ONE-ENTRY - COUNT EACH REGISTER ENTRY BY ITS    *
026400*  STATUS.  AN UNACKNOWLEDGED EXTRACT OLDER THAN THE ALLOWED    *
026500*  DAYS IS PRINTED AS OVERDUE; A MISMATCHED RECEIPT IS HELD     *
026600*  FOR THE SECOND SECTION.                                      *
026700*--------------------------------------------------------------*
026800 2000-PROCESS-ONE-ENTRY.
026900*
027000     ADD 1 TO DV-READ-COUNT
027100*
027200     EVALUATE TRUE
027300         WHEN SQRTDLV-BALANCED
027400             ADD 1 TO DV-BALANCED-COUNT
027500         WHEN SQRTDLV-MISMATCH
027600             ADD 1 TO DV-MISMATCH-COUNT
027700             PERFORM 2600-HOLD-MISMATCH THRU 2600-EXIT
027800         WHEN OTHER
027900             PERFORM 2200-CHECK-OVERDUE THRU 2200-EXIT
028000     END-EVALUATE
028100*
028200     PERFORM 3900-READ-SQRTDLV THRU 3900-EXIT.
028300*
028400 2000-EXIT.
028500     EXIT.
028600*
028700 2200-CHECK-OVERDUE.
028800*
028900     MOVE SQRTDLV-SENT-DATE TO DV-DATE-IN
029000     PERFORM 2500-DAY-NUMBER THRU 2500-EXIT
029100     IF DV-DAY-NUMBER GREATER THAN DV-RUN-DAY-NUMBER
029200         MOVE ZERO TO DV-AGE-DAYS
029300     ELSE
029400         IF DV-RUN-DAY-NUMBER - DV-DAY-NUMBER GREATER THAN 99999
029500             MOVE 99999 TO DV-AGE-DAYS
029600         ELSE
029700             COMPUTE DV-AGE-DAYS =
029800                 DV-RUN-DAY-NUMBER - DV-DAY-NUMBER
029900         END-IF
030000     END-IF
030100*
030200     IF DV-AGE-DAYS NOT GREATER THAN DV-ALLOWED-DAYS
030300         ADD 1 TO DV-WAITING-COUNT
030400         GO TO 2200-EXIT
030500     END-IF
030600*
030700     ADD 1 TO DV-OVERDUE-COUNT
030800     MOVE DV-AGE-DAYS TO DV-DET-AGE-ED
030900     MOVE SQRTDLV-COUNT TO DV-DET-COUNT-ED
031000     MOVE SQRTDLV-HASH TO DV-DET-HASH-ED
031100*
031200     IF DV-LINE-COUNT NOT LESS THAN DV-LINES-PER-PAGE
031300         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
031400     END-IF
031500*
031600     MOVE SPACES TO DV-PRINT-LINE
031700     STRING '  ' SQRTDLV-RUN-NO '  ' SQRTDLV-EXTRACT-NO
031800         '   ' SQRTDLV-EXTRACT-NAME
031900         '  ' SQRTDLV-SENT-DATE '  ' SQRTDLV-SENT-TIME
032000         '  ' DV-DET-AGE-ED
032100         '      ' DV-DET-COUNT-ED '  ' DV-DET-HASH-ED
032200         DELIMITED BY SIZE INTO DV-PRINT-LINE
032300     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
032400         AFTER ADVANCING 1 LINE
032500     ADD 1 TO DV-LINE-COUNT.
032600*
032700 2200-EXIT.
032800     EXIT.
032900*
033000*--------------------------------------------------------------*
033100*  2500-DAY-NUMBER - TURN DV-DATE-IN (YYYYMMDD) INTO A SERIAL   *
033200*  DAY NUMBER IN DV-DAY-NUMBER.  SAME ARITHMETIC AS SQRTRJA -   *
033300*  THE YEAR IS COUNTED FROM MARCH SO FEBRUARY 29 FALLS AT ITS   *
033400*  END, AND EACH DIVIDE KEEPS ONLY THE WHOLE QUOTIENT.          *
033500*--------------------------------------------------------------*
033600 2500-DAY-NUMBER.
033700*
033800     IF DV-DATE-IN NOT NUMERIC
033900        OR DV-DATE-MM LESS THAN 1
034000        OR DV-DATE-MM GREATER THAN 12
034100         MOVE ZERO TO DV-DAY-NUMBER
034200         GO TO 2500-EXIT
034300     END-IF
034400*
034500     MOVE DV-DATE-YYYY TO DV-DN-YEAR
034600     MOVE DV-DATE-MM TO DV-DN-MONTH
034700     IF DV-DN-MONTH LESS THAN 3
034800         SUBTRACT 1 FROM DV-DN-YEAR
034900         ADD 12 TO DV-DN-MONTH
035000     END-IF
035100*
035200     DIVIDE DV-DN-YEAR BY 4 GIVING DV-DN-Q4
035300     DIVIDE DV-DN-YEAR BY 100 GIVING DV-DN-Q100
035400     DIVIDE DV-DN-YEAR BY 400 GIVING DV-DN-Q400
035500     COMPUTE DV-DN-WORK = 153 * (DV-DN-MONTH - 3) + 2
035600     DIVIDE DV-DN-WORK BY 5 GIVING DV-DN-MONTH-DAYS
035700*
035800     COMPUTE DV-DAY-NUMBER = 365 * DV-DN-YEAR
035900         + DV-DN-Q4 - DV-DN-Q100 + DV-DN-Q400
036000         + DV-DN-MONTH-DAYS + DV-DATE-DD.
036100*
036200 2500-EXIT.
036300     EXIT.
036400*
036500 2600-HOLD-MISMATCH.
036600*
036700     IF DV-MM-USED NOT LESS THAN DV-MM-MAX
036800         SET DV-MM-OVERFLOWED TO TRUE
036900         GO TO 2600-EXIT
037000     END-IF
037100*
037200     ADD 1 TO DV-MM-USED
037300     MOVE SQRTDLV-RUN-NO TO DV-MM-RUN-NO(DV-MM-USED)
037400     MOVE SQRTDLV-EXTRACT-NO TO DV-MM-EXTRACT-NO(DV-MM-USED)
037500     MOVE SQRTDLV-EXTRACT-NAME TO DV-MM-NAME(DV-MM-USED)
037600     MOVE SQRTDLV-COUNT TO DV-MM-COUNT(DV-MM-USED)
037700     MOVE SQRTDLV-HASH TO DV-MM-HASH(DV-MM-USED)
037800     MOVE SQRTDLV-ACK-DATE TO DV-MM-ACK-DATE(DV-MM-USED)
037900     MOVE SQRTDLV-ACK-COUNT TO DV-MM-ACK-COUNT(DV-MM-USED)
038000     MOVE SQRTDLV-ACK-HASH TO DV-MM-ACK-HASH(DV-MM-USED).
038100*
038200 2600-EXIT.
038300     EXIT.
038400*
038500 3900-READ-SQRTDLV.
038600*
038700     READ SQRTDLV-FILE
038800         AT END
038900             SET DV-SQRTDLV-EOF TO TRUE
039000     END-READ.
039100*
039200 3900-EXIT.
039300     EXIT.
039400*
039500*--------------------------------------------------------------*
039600*  5000-PRINT-MISMATCHES - EXTRACTS A DEPARTMENT ACKNOWLEDGED   *
039700*  WITH FIGURES THAT DID NOT AGREE, SENT FIGURES FIRST AND THE  *
039800*  DEPARTMENT'S BENEATH THEM.                                   *
039900*--------------------------------------------------------------*
040000 5000-PRINT-MISMATCHES.
040100*
040200     IF DV-LINE-COUNT + 5 GREATER THAN DV-LINES-PER-PAGE
040300         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
040400     END-IF
040500*
040600     MOVE SPACES TO DV-PRINT-LINE
040700     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
040800         AFTER ADVANCING 2 LINES
040900*
041000     MOVE '          EXTRACTS RECEIVED WITH MISMATCH'
041100         TO DV-PRINT-LINE
041200     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
041300         AFTER ADVANCING 1 LINE
041400*
041500     MOVE SPACES TO DV-PRINT-LINE
041600     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
041700         AFTER ADVANCING 1 LINE
041800     ADD 4 TO DV-LINE-COUNT
041900*
042000     IF DV-MM-USED EQUAL ZERO
042100         MOVE '   NO MISMATCHED RECEIPTS' TO DV-PRINT-LINE
042200         WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
042300             AFTER ADVANCING 1 LINE
042400         ADD 1 TO DV-LINE-COUNT
042500         GO TO 5000-EXIT
042600     END-IF
042700*
042800     PERFORM 5100-PRINT-ONE-MISMATCH THRU 5100-EXIT
042900         VARYING DV-MM-X FROM 1 BY 1
043000         UNTIL DV-MM-X GREATER THAN DV-MM-USED
043100*
043200     IF DV-MM-OVERFLOWED
043300         MOVE '   MISMATCH TABLE FILLED - LIST INCOMPLETE'
043400             TO DV-PRINT-LINE
043500         WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
043600             AFTER ADVANCING 1 LINE
043700         ADD 1 TO DV-LINE-COUNT
043800     END-IF.
043900*
044000 5000-EXIT.
044100     EXIT.
044200*
044300 5100-PRINT-ONE-MISMATCH.
044400*
044500     IF DV-LINE-COUNT + 2 GREATER THAN DV-LINES-PER-PAGE
044600         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
044700     END-IF
044800*
044900     MOVE DV-MM-COUNT(DV-MM-X) TO DV-DET-COUNT-ED
045000     MOVE DV-MM-HASH(DV-MM-X) TO DV-DET-HASH-ED
045100     MOVE DV-MM-ACK-COUNT(DV-MM-X) TO DV-DET-ACK-COUNT-ED
045200     MOVE DV-MM-ACK-HASH(DV-MM-X) TO DV-DET-ACK-HASH-ED
045300*
045400     MOVE SPACES TO DV-PRINT-LINE
045500     STRING '  ' DV-MM-RUN-NO(DV-MM-X)
045600         '  ' DV-MM-EXTRACT-NO(DV-MM-X)
045700         '   ' DV-MM-NAME(DV-MM-X)
045800         '  SENT                          '
045900         DV-DET-COUNT-ED '  ' DV-DET-HASH-ED
046000         DELIMITED BY SIZE INTO DV-PRINT-LINE
046100     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
046200         AFTER ADVANCING 1 LINE
046300*
046400     MOVE SPACES TO DV-PRINT-LINE
046500     STRING '                           RECEIVED '
046600         DV-MM-ACK-DATE(DV-MM-X)
046700         '           '
046800         DV-DET-ACK-COUNT-ED '  ' DV-DET-ACK-HASH-ED
046900         DELIMITED BY SIZE INTO DV-PRINT-LINE
047000     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
047100         AFTER ADVANCING 1 LINE
047200     ADD 2 TO DV-LINE-COUNT.
047300*
047400 5100-EXIT.
047500     EXIT.
047600*
047700*--------------------------------------------------------------*
047800*  6000-PRINT-TOTALS - REGISTER ENTRIES BY STATUS.              *
047900*--------------------------------------------------------------*
048000 6000-PRINT-TOTALS.
048100*
048200     MOVE SPACES TO DV-PRINT-LINE
048300     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
048400         AFTER ADVANCING 2 LINES
048500*
048600     MOVE DV-READ-COUNT TO DV-COUNT-ED
048700     MOVE SPACES TO DV-PRINT-LINE
048800     STRING 'EXTRACTS ON REGISTER . . . . ' DV-COUNT-ED
048900         DELIMITED BY SIZE INTO DV-PRINT-LINE
049000     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
049100         AFTER ADVANCING 1 LINE
049200*
049300     MOVE DV-BALANCED-COUNT TO DV-COUNT-ED
049400     MOVE SPACES TO DV-PRINT-LINE
049500     STRING 'RECEIVED AND BALANCED. . . . ' DV-COUNT-ED
049600         DELIMITED BY SIZE INTO DV-PRINT-LINE
049700     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
049800         AFTER ADVANCING 1 LINE
049900*
050000     MOVE DV-MISMATCH-COUNT TO DV-COUNT-ED
050100     MOVE SPACES TO DV-PRINT-LINE
050200     STRING 'RECEIVED WITH MISMATCH . . . ' DV-COUNT-ED
050300         DELIMITED BY SIZE INTO DV-PRINT-LINE
050400     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
050500         AFTER ADVANCING 1 LINE
050600*
050700     MOVE DV-WAITING-COUNT TO DV-COUNT-ED
050800     MOVE SPACES TO DV-PRINT-LINE
050900     STRING 'AWAITING, NOT YET DUE. . . . ' DV-COUNT-ED
051000         DELIMITED BY SIZE INTO DV-PRINT-LINE
051100     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
051200         AFTER ADVANCING 1 LINE
051300*
051400     MOVE DV-OVERDUE-COUNT TO DV-COUNT-ED
051500     MOVE SPACES TO DV-PRINT-LINE
051600     STRING 'OVERDUE. . . . . . . . . . . ' DV-COUNT-ED
051700         DELIMITED BY SIZE INTO DV-PRINT-LINE
051800     WRITE SQRTDOR-RECORD FROM DV-PRINT-LINE
051900         AFTER ADVANCING 1 LINE.
052000*
052100 6000-EXIT.
052200     EXIT.
052300*
052400 9999-TERMINATE.
052500     STOP RUN.
