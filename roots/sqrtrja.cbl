000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTRJA.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTRJA                                                      *
001000*  REJECT AGING REPORT.  READS THE SQRTRJH REJECT-HISTORY       *
001100*  MASTER SQRTFIX MAINTAINS AND PRINTS (SQRTRJP), GROUPED BY    *
001200*  REQUESTER, EVERY REJECT STILL OPEN - ONE SQRTFIX LAST        *
001300*  CARRIED FORWARD FOR WANT OF A CORRECTION CARD - WITH ITS     *
001400*  AGE IN DAYS SINCE IT FIRST REJECTED AND THE AGE BAND THAT    *
001500*  FALLS IN.  EACH REQUESTER'S GROUP ENDS WITH ITS COUNT BY     *
001600*  AGE BAND, AND THE REPORT ENDS WITH THE SAME BREAKDOWN FOR    *
001700*  THE WHOLE FILE.                                              *
001800*                                                               *
001900*  A REJECT CARRIED FORWARD MORE TIMES THAN THE ESCALATION      *
002000*  LIMIT ON THE SQRTRJC CONTROL CARD (COLUMNS 1-3, DEFAULT      *
002100*  THREE) IS FLAGGED FOR ESCALATION SO THE DEPARTMENT IS        *
002200*  CHASED BEFORE THE REQUEST GOES STALE.  CORRECTED AND         *
002300*  DROPPED ENTRIES ARE CLOSED AND ARE ONLY COUNTED.             *
002400*--------------------------------------------------------------*
002500*
002600*--------------------------------------------------------------*
002700*  MODIFICATION HISTORY                                        *
002800*  ----------------------------------------------------------  *
002900*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
003000*--------------------------------------------------------------*
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*
003600     SELECT SQRTRJH-FILE ASSIGN TO SQRTRJH
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS SQRTRJH-KEY
004000         FILE STATUS IS RA-RJH-STATUS.
004100*
004200     SELECT SQRTRJC-FILE ASSIGN TO SQRTRJC
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS RA-RJC-STATUS.
004500*
004600     SELECT SQRTRJP-FILE ASSIGN TO SQRTRJP
004700         ORGANIZATION IS SEQUENTIAL.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200 FD  SQRTRJH-FILE.
005300 01  SQRTRJH-RECORD.
005400     05  SQRTRJH-KEY.
005500         10  SQRTRJH-REQ-ID     PIC X(8).
005600         10  SQRTRJH-S          PIC X(17).
005700         10  SQRTRJH-S-N REDEFINES SQRTRJH-S
005800                                PIC S9(8)V9(09).
005900         10  SQRTRJH-DEGREE     PIC X(2).
006000     05  SQRTRJH-FIRST-DATE     PIC 9(8).
006100     05  SQRTRJH-LAST-DATE      PIC 9(8).
006200     05  SQRTRJH-LAST-RUN-NO    PIC 9(6).
006300     05  SQRTRJH-RUN-COUNT      PIC 9(5).
006400     05  SQRTRJH-FORWARD-COUNT  PIC 9(5).
006500     05  SQRTRJH-LAST-MSG       PIC X(40).
006600     05  SQRTRJH-DISPOSITION    PIC X(01).
006700         88  SQRTRJH-CORRECTED            VALUE 'C'.
006800         88  SQRTRJH-DROPPED              VALUE 'D'.
006900         88  SQRTRJH-FORWARD              VALUE 'F'.
007000*
007100 FD  SQRTRJC-FILE
007200     RECORDING MODE IS F.
007300 01  SQRTRJC-RECORD.
007400     05  SQRTRJC-ESCALATE-RUNS  PIC 9(3).
007500     05  FILLER                 PIC X(77).
007600*
007700 FD  SQRTRJP-FILE
007800     RECORDING MODE IS F.
007900 01  SQRTRJP-RECORD              PIC X(132).
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300 01  RA-PRINT-LINE               PIC X(132).
008400*
008500*    AGE BANDS, OLDEST LAST.  A REJECT FALLS IN THE FIRST BAND
008600*    WHOSE UPPER LIMIT (IN DAYS) IT DOES NOT EXCEED; THE LAST
008700*    BAND'S LIMIT CATCHES EVERYTHING OLDER.
008800 01  RA-BAND-VALUES.
008900     05  FILLER                  PIC 9(5)  VALUE 7.
009000     05  FILLER                  PIC X(11) VALUE '0-7 DAYS'.
009100     05  FILLER                  PIC 9(5)  VALUE 30.
009200     05  FILLER                  PIC X(11) VALUE '8-30 DAYS'.
009300     05  FILLER                  PIC 9(5)  VALUE 90.
009400     05  FILLER                  PIC X(11) VALUE '31-90 DAYS'.
009500     05  FILLER                  PIC 9(5)  VALUE 180.
009600     05  FILLER                  PIC X(11) VALUE '91-180 DAYS'.
009700     05  FILLER                  PIC 9(5)  VALUE 99999.
009800     05  FILLER                  PIC X(11) VALUE 'OVER 180'.
009900 01  RA-BAND-TABLE REDEFINES RA-BAND-VALUES.
010000     05  RA-BAND-ENTRY OCCURS 5 TIMES.
010100         10  RA-BAND-LIMIT       PIC 9(5).
010200         10  RA-BAND-NAME        PIC X(11).
010300*
010400 01  RA-BAND-COUNTS.
010500     05  RA-REQ-BAND-COUNT       PIC 9(6) USAGE COMP VALUE ZERO
010600                                 OCCURS 5 TIMES.
010700     05  RA-TOT-BAND-COUNT       PIC 9(6) USAGE COMP VALUE ZERO
010800                                 OCCURS 5 TIMES.
010810*
010820*    REQUESTER TOTAL LINE - OPEN REJECTS BY AGE BAND.
010830 01  RA-REQ-TOTAL-LINE.
010840     05  FILLER                  PIC X(2)  VALUE SPACES.
010850     05  RA-RTL-REQ-ID           PIC X(8).
010860     05  FILLER                  PIC X(6)  VALUE ' OPEN '.
010870     05  RA-RTL-OPEN             PIC ZZZZZ9.
010880     05  FILLER                  PIC X(4)  VALUE ' :  '.
010890     05  RA-RTL-BAND OCCURS 5 TIMES.
010891         10  RA-RTL-BAND-NAME    PIC X(11).
010892         10  RA-RTL-BAND-COUNT   PIC ZZZZZ9.
010893         10  FILLER              PIC X(1)  VALUE SPACE.
010894     05  FILLER                  PIC X(10) VALUE ' ESCALATE '.
010895     05  RA-RTL-ESCALATE         PIC ZZZZZ9.
010900*
011000*    DAY-NUMBER WORK AREA - SEE 2500-DAY-NUMBER.
011100 01  RA-DATE-IN                  PIC 9(8).
011200 01  RA-DATE-IN-X REDEFINES RA-DATE-IN.
011300     05  RA-DATE-YYYY            PIC 9(4).
011400     05  RA-DATE-MM              PIC 9(2).
011500     05  RA-DATE-DD              PIC 9(2).
011600 77  RA-DAY-NUMBER               PIC 9(8) USAGE COMP.
011700 77  RA-DN-YEAR                  PIC 9(5) USAGE COMP.
011800 77  RA-DN-MONTH                 PIC 9(2) USAGE COMP.
011900 77  RA-DN-WORK                  PIC 9(5) USAGE COMP.
012000 77  RA-DN-Q4                    PIC 9(5) USAGE COMP.
012100 77  RA-DN-Q100                  PIC 9(5) USAGE COMP.
012200 77  RA-DN-Q400                  PIC 9(5) USAGE COMP.
012300 77  RA-DN-MONTH-DAYS            PIC 9(5) USAGE COMP.
012400*
012500 77  RA-RUN-DATE                 PIC 9(8).
012600 77  RA-RUN-DAY-NUMBER           PIC 9(8) USAGE COMP.
012700 77  RA-AGE-DAYS                 PIC 9(5) USAGE COMP.
012800 77  RA-BAND-X                   PIC 9(2) USAGE COMP.
012900 77  RA-BAND-COUNT               PIC 9(2) USAGE COMP VALUE 5.
013000 77  RA-ESCALATE-RUNS            PIC 9(3) USAGE COMP VALUE 3.
013100*
013200 77  RA-PREV-REQ-ID              PIC X(8)  VALUE SPACES.
013300 77  RA-REQ-OPEN-COUNT           PIC 9(6) USAGE COMP.
013400 77  RA-REQ-ESC-COUNT            PIC 9(6) USAGE COMP.
013500*
013600 77  RA-READ-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
013700 77  RA-OPEN-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
013800 77  RA-ESCALATE-COUNT           PIC 9(8) USAGE COMP VALUE ZERO.
013900 77  RA-CORRECTED-COUNT          PIC 9(8) USAGE COMP VALUE ZERO.
014000 77  RA-DROPPED-COUNT            PIC 9(8) USAGE COMP VALUE ZERO.
014100 77  RA-REQUESTER-COUNT          PIC 9(8) USAGE COMP VALUE ZERO.
014200*
014300 77  RA-RJH-STATUS               PIC X(02) VALUE '00'.
014400     88  RA-RJH-STATUS-NOT-FOUND          VALUE '35'.
014500 77  RA-RJC-STATUS               PIC X(02) VALUE '00'.
014600     88  RA-RJC-STATUS-OK                 VALUE '00'.
014700*
014800 77  RA-SQRTRJH-EOF-SW           PIC X(01) VALUE 'N'.
014900     88  RA-SQRTRJH-EOF                   VALUE 'Y'.
015000*
015100 77  RA-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
015200 77  RA-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
015300 77  RA-LINES-PER-PAGE           PIC 9(2) USAGE COMP VALUE 50.
015400*
015500 77  RA-HDG-PAGE-ED              PIC ZZZ9.
015600 77  RA-HDG-ESC-ED               PIC ZZ9.
015700 77  RA-DET-S-ED                 PIC -ZZZZZZZ9.999999999.
015800 77  RA-DET-S-X                  PIC X(19).
015900 77  RA-DET-AGE-ED               PIC ZZZZ9.
016000 77  RA-DET-RUNS-ED              PIC ZZZZ9.
016100 77  RA-DET-FWD-ED               PIC ZZZZ9.
016200 77  RA-DET-FLAG                 PIC X(12).
016400 77  RA-COUNT-ED                 PIC ZZZZZZZ9.
016500*
016600 PROCEDURE DIVISION.
016700*
016800 0000-MAINLINE.
016900*
017000     ACCEPT RA-RUN-DATE FROM DATE YYYYMMDD
017100     MOVE RA-RUN-DATE TO RA-DATE-IN
017200     PERFORM 2500-DAY-NUMBER THRU 2500-EXIT
017300     MOVE RA-DAY-NUMBER TO RA-RUN-DAY-NUMBER
017400*
017500     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
017600*
017800     OPEN OUTPUT SQRTRJP-FILE
017900     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
018000*
018100     OPEN INPUT SQRTRJH-FILE
018200     IF RA-RJH-STATUS-NOT-FOUND
018300         DISPLAY 'SQRTRJA - REJECT HISTORY (SQRTRJH) NOT FOUND - '
018400             'NO REJECTS HAVE BEEN RECORDED'
018500         SET RA-SQRTRJH-EOF TO TRUE
018600     ELSE
018700         PERFORM 3900-READ-SQRTRJH THRU 3900-EXIT
018800     END-IF
018900*
019000     PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
019100         UNTIL RA-SQRTRJH-EOF
019200*
019300     IF RA-PREV-REQ-ID NOT EQUAL SPACES
019400         PERFORM 2800-REQUESTER-TOTAL THRU 2800-EXIT
019500     END-IF
019600*
019700     IF NOT RA-RJH-STATUS-NOT-FOUND
019800         CLOSE SQRTRJH-FILE
019900     END-IF
020000*
020100     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
020200*
020300     CLOSE SQRTRJP-FILE
020400*
020500     IF RA-ESCALATE-COUNT GREATER THAN ZERO
020600         MOVE RA-ESCALATE-COUNT TO RA-COUNT-ED
020700         DISPLAY 'SQRTRJA - ' RA-COUNT-ED
020800             ' REJECT(S) FLAGGED FOR ESCALATION - SEE SQRTRJP'
020900     END-IF
021000*
021100     GO TO 9999-TERMINATE.
021200*
021300*--------------------------------------------------------------*
021400*  1000-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
021500*  CALLED AGAIN WHENEVER THE REPORT FILLS A PAGE.               *
021600*--------------------------------------------------------------*
021700 1000-PRINT-HEADINGS.
021800*
021900     ADD 1 TO RA-PAGE-COUNT
022000     MOVE RA-PAGE-COUNT TO RA-HDG-PAGE-ED
022100     MOVE RA-ESCALATE-RUNS TO RA-HDG-ESC-ED
022200*
022300     MOVE SPACES TO RA-PRINT-LINE
022400     STRING '          OPEN REJECT AGING REPORT - RUN DATE '
022500         RA-RUN-DATE
022600         '  ESCALATE AFTER ' RA-HDG-ESC-ED
022700         ' CARRIES FORWARD'
022800         '                          PAGE ' RA-HDG-PAGE-ED
022900         DELIMITED BY SIZE INTO RA-PRINT-LINE
023000     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
023100         AFTER ADVANCING PAGE
023200*
023300     MOVE SPACES TO RA-PRINT-LINE
023400     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
023500         AFTER ADVANCING 1 LINE
023600*
023700     MOVE SPACES TO RA-PRINT-LINE
023800     STRING '  REQUESTER / S       DG  FIRST RJ  LAST RJ '
023900         '    AGE  AGE BAND     RUNS  FWDS'
024000         '  LATEST MESSAGE'
024100         DELIMITED BY SIZE INTO RA-PRINT-LINE
024200     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
024300         AFTER ADVANCING 1 LINE
024400*
024500     MOVE SPACES TO RA-PRINT-LINE
024600     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
024700         AFTER ADVANCING 1 LINE
024800*
024900     MOVE ZERO TO RA-LINE-COUNT.
025000*
025100 1000-EXIT.
025200     EXIT.
025300*
025400*--------------------------------------------------------------*
025500*  1200-READ-CONTROL-CARD - OPTIONAL SQRTRJC CARD CARRYING THE  *
025600*  NUMBER OF CARRIES FORWARD A REJECT IS ALLOWED BEFORE IT IS   *
025700*  ESCALATED.  ABSENT OR ZERO MEANS THREE.                      *
025800*--------------------------------------------------------------*
025900 1200-READ-CONTROL-CARD.
026000*
026100     OPEN INPUT SQRTRJC-FILE
026200*
026300     IF RA-RJC-STATUS-OK
026400         READ SQRTRJC-FILE
026500             AT END
026600                 CONTINUE
026700         END-READ
026800         IF RA-RJC-STATUS-OK
026900             IF SQRTRJC-ESCALATE-RUNS NUMERIC
027000                AND SQRTRJC-ESCALATE-RUNS NOT EQUAL ZERO
027100                 MOVE SQRTRJC-ESCALATE-RUNS TO RA-ESCALATE-RUNS
027200             END-IF
027300         END-IF
027400         CLOSE SQRTRJC-FILE
027500     END-IF.
027600*
027700 1200-EXIT.
027800     EXIT.
027900*
028000*--------------------------------------------------------------*
028100*  2000-PROCESS-ONE-ENTRY - COUNT A CLOSED ENTRY; PRINT AN      *
028200*  OPEN ONE UNDER ITS REQUESTER, STARTING A NEW REQUESTER       *
028300*  GROUP (AND CLOSING THE LAST) WHEN THE REQUESTER CHANGES.     *
028400*  THE FILE IS IN KEY ORDER, SO A REQUESTER'S ENTRIES ARE       *
028500*  ALREADY TOGETHER.                                            *
028600*--------------------------------------------------------------*
028700 2000-PROCESS-ONE-ENTRY.
028800*
028900     ADD 1 TO RA-READ-COUNT
029000*
029100     IF SQRTRJH-CORRECTED
029200         ADD 1 TO RA-CORRECTED-COUNT
029300         PERFORM 3900-READ-SQRTRJH THRU 3900-EXIT
029350         GO TO 2000-EXIT
029400     END-IF
029500     IF SQRTRJH-DROPPED
029600         ADD 1 TO RA-DROPPED-COUNT
029700         PERFORM 3900-READ-SQRTRJH THRU 3900-EXIT
029750         GO TO 2000-EXIT
029800     END-IF
029900*
030000     IF SQRTRJH-REQ-ID NOT EQUAL RA-PREV-REQ-ID
030100         IF RA-PREV-REQ-ID NOT EQUAL SPACES
030200             PERFORM 2800-REQUESTER-TOTAL THRU 2800-EXIT
030300         END-IF
030400         PERFORM 2700-REQUESTER-HEADING THRU 2700-EXIT
030500     END-IF
030600*
030700     PERFORM 2200-PRINT-OPEN-REJECT THRU 2200-EXIT
030800*
031100     PERFORM 3900-READ-SQRTRJH THRU 3900-EXIT.
031200*
031300 2000-EXIT.
031400     EXIT.
031500*
031600*--------------------------------------------------------------*
031700*  2200-PRINT-OPEN-REJECT - AGE THE REJECT FROM ITS FIRST       *
031800*  REJECTED DATE, PLACE IT IN ITS BAND, FLAG IT FOR ESCALATION  *
031900*  IF IT HAS BEEN CARRIED FORWARD TOO OFTEN, AND PRINT IT.      *
032000*--------------------------------------------------------------*
032100 2200-PRINT-OPEN-REJECT.
032200*
032300     ADD 1 TO RA-OPEN-COUNT
032400     ADD 1 TO RA-REQ-OPEN-COUNT
032500*
032600     MOVE SQRTRJH-FIRST-DATE TO RA-DATE-IN
032700     PERFORM 2500-DAY-NUMBER THRU 2500-EXIT
032800     IF RA-DAY-NUMBER GREATER THAN RA-RUN-DAY-NUMBER
032900         MOVE ZERO TO RA-AGE-DAYS
033000     ELSE
033100         IF RA-RUN-DAY-NUMBER - RA-DAY-NUMBER GREATER THAN 99999
033200             MOVE 99999 TO RA-AGE-DAYS
033300         ELSE
033400             COMPUTE RA-AGE-DAYS =
033500                 RA-RUN-DAY-NUMBER - RA-DAY-NUMBER
033600         END-IF
033700     END-IF
033800*
033900     MOVE 1 TO RA-BAND-X
034000     PERFORM 2300-NEXT-BAND THRU 2300-EXIT
034100         UNTIL RA-BAND-X NOT LESS THAN RA-BAND-COUNT
034200            OR RA-AGE-DAYS NOT GREATER THAN
034300               RA-BAND-LIMIT(RA-BAND-X)
034400     ADD 1 TO RA-REQ-BAND-COUNT(RA-BAND-X)
034500     ADD 1 TO RA-TOT-BAND-COUNT(RA-BAND-X)
034600*
034700     MOVE SPACES TO RA-DET-FLAG
034800     IF SQRTRJH-FORWARD-COUNT GREATER THAN RA-ESCALATE-RUNS
034900         MOVE '*** ESCALATE' TO RA-DET-FLAG
035000         ADD 1 TO RA-ESCALATE-COUNT
035100         ADD 1 TO RA-REQ-ESC-COUNT
035200     END-IF
035300*
035400*    S IS HELD AS THE RAW INPUT BYTES; ONE THAT REJECTED FOR
035500*    BEING NON-NUMERIC IS PRINTED EXACTLY AS IT WAS KEYED.
035600     IF SQRTRJH-S-N NUMERIC
035700         MOVE SQRTRJH-S-N TO RA-DET-S-ED
035800         MOVE RA-DET-S-ED TO RA-DET-S-X
035900     ELSE
036000         MOVE SQRTRJH-S TO RA-DET-S-X
036100     END-IF
036200     MOVE RA-AGE-DAYS TO RA-DET-AGE-ED
036300     MOVE SQRTRJH-RUN-COUNT TO RA-DET-RUNS-ED
036400     MOVE SQRTRJH-FORWARD-COUNT TO RA-DET-FWD-ED
036500*
036600     IF RA-LINE-COUNT NOT LESS THAN RA-LINES-PER-PAGE
036700         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
036800     END-IF
036900*
037000     MOVE SPACES TO RA-PRINT-LINE
037100     STRING '  ' RA-DET-S-X '  ' SQRTRJH-DEGREE
037200         '  ' SQRTRJH-FIRST-DATE '  ' SQRTRJH-LAST-DATE
037300         '  ' RA-DET-AGE-ED '  ' RA-BAND-NAME(RA-BAND-X)
037400         ' ' RA-DET-RUNS-ED ' ' RA-DET-FWD-ED
037500         '  ' SQRTRJH-LAST-MSG ' ' RA-DET-FLAG
037600         DELIMITED BY SIZE INTO RA-PRINT-LINE
037700     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
037800         AFTER ADVANCING 1 LINE
037900     ADD 1 TO RA-LINE-COUNT.
038000*
038100 2200-EXIT.
038200     EXIT.
038300*
038400 2300-NEXT-BAND.
038500*
038600     ADD 1 TO RA-BAND-X.
038700*
038800 2300-EXIT.
038900     EXIT.
039000*
039100*--------------------------------------------------------------*
039200*  2500-DAY-NUMBER - TURN RA-DATE-IN (YYYYMMDD) INTO A SERIAL   *
039300*  DAY NUMBER IN RA-DAY-NUMBER, SO TWO DATES CAN BE SUBTRACTED  *
039400*  TO GIVE THE DAYS BETWEEN THEM.  THE YEAR IS COUNTED FROM     *
039500*  MARCH SO FEBRUARY 29 FALLS AT ITS END; EACH DIVIDE KEEPS     *
039600*  ONLY THE WHOLE QUOTIENT, WHICH THE ARITHMETIC RELIES ON.     *
039700*--------------------------------------------------------------*
039800 2500-DAY-NUMBER.
039900*
040000     IF RA-DATE-IN NOT NUMERIC
040100        OR RA-DATE-MM LESS THAN 1
040200        OR RA-DATE-MM GREATER THAN 12
040300         MOVE ZERO TO RA-DAY-NUMBER
040400         GO TO 2500-EXIT
040500     END-IF
040600*
040700     MOVE RA-DATE-YYYY TO RA-DN-YEAR
040800     MOVE RA-DATE-MM TO RA-DN-MONTH
040900     IF RA-DN-MONTH LESS THAN 3
041000         SUBTRACT 1 FROM RA-DN-YEAR
041100         ADD 12 TO RA-DN-MONTH
041200     END-IF
041300*
041400     DIVIDE RA-DN-YEAR BY 4 GIVING RA-DN-Q4
041500     DIVIDE RA-DN-YEAR BY 100 GIVING RA-DN-Q100
041600     DIVIDE RA-DN-YEAR BY 400 GIVING RA-DN-Q400
041700     COMPUTE RA-DN-WORK = 153 * (RA-DN-MONTH - 3) + 2
041800     DIVIDE RA-DN-WORK BY 5 GIVING RA-DN-MONTH-DAYS
041900*
042000     COMPUTE RA-DAY-NUMBER = 365 * RA-DN-YEAR
042100         + RA-DN-Q4 - RA-DN-Q100 + RA-DN-Q400
042200         + RA-DN-MONTH-DAYS + RA-DATE-DD.
042300*
042400 2500-EXIT.
042500     EXIT.
042600*
042700*--------------------------------------------------------------*
042800*  2700-REQUESTER-HEADING - OPEN A NEW REQUESTER GROUP.  THE    *
042900*  HEADING IS NEVER LEFT ALONE AT THE FOOT OF A PAGE.           *
043000*--------------------------------------------------------------*
043100 2700-REQUESTER-HEADING.
043200*
043300     ADD 1 TO RA-REQUESTER-COUNT
043400     MOVE SQRTRJH-REQ-ID TO RA-PREV-REQ-ID
043500     MOVE ZERO TO RA-REQ-OPEN-COUNT
043600     MOVE ZERO TO RA-REQ-ESC-COUNT
043700     PERFORM 2710-CLEAR-REQ-BAND THRU 2710-EXIT
043800         VARYING RA-BAND-X FROM 1 BY 1
043900         UNTIL RA-BAND-X GREATER THAN RA-BAND-COUNT
044000*
044100     IF RA-LINE-COUNT + 3 GREATER THAN RA-LINES-PER-PAGE
044200         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
044300     END-IF
044400*
044500     MOVE SPACES TO RA-PRINT-LINE
044600     STRING '  ' SQRTRJH-REQ-ID
044700         DELIMITED BY SIZE INTO RA-PRINT-LINE
044800     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
044900         AFTER ADVANCING 1 LINE
045000     ADD 1 TO RA-LINE-COUNT.
045100*
045200 2700-EXIT.
045300     EXIT.
045400*
045500 2710-CLEAR-REQ-BAND.
045600*
045700     MOVE ZERO TO RA-REQ-BAND-COUNT(RA-BAND-X).
045800*
045900 2710-EXIT.
046000     EXIT.
046100*
046200*--------------------------------------------------------------*
046300*  2800-REQUESTER-TOTAL - CLOSE A REQUESTER GROUP WITH ITS      *
046400*  OPEN REJECTS COUNTED BY AGE BAND AND ITS ESCALATIONS.        *
046500*--------------------------------------------------------------*
046600 2800-REQUESTER-TOTAL.
046700*
046800     IF RA-LINE-COUNT + 2 GREATER THAN RA-LINES-PER-PAGE
046900         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
047000     END-IF
047100*
047200     MOVE RA-PREV-REQ-ID TO RA-RTL-REQ-ID
047300     MOVE RA-REQ-OPEN-COUNT TO RA-RTL-OPEN
047600     PERFORM 2810-ADD-REQ-BAND THRU 2810-EXIT
047700         VARYING RA-BAND-X FROM 1 BY 1
047800         UNTIL RA-BAND-X GREATER THAN RA-BAND-COUNT
047900     MOVE RA-REQ-ESC-COUNT TO RA-RTL-ESCALATE
048200     WRITE SQRTRJP-RECORD FROM RA-REQ-TOTAL-LINE
048300         AFTER ADVANCING 1 LINE
048400*
048500     MOVE SPACES TO RA-PRINT-LINE
048600     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
048700         AFTER ADVANCING 1 LINE
048800     ADD 2 TO RA-LINE-COUNT.
048900*
049000 2800-EXIT.
049100     EXIT.
049200*
049500 2810-ADD-REQ-BAND.
049600*
049700     MOVE RA-BAND-NAME(RA-BAND-X)
049800         TO RA-RTL-BAND-NAME(RA-BAND-X)
049900     MOVE RA-REQ-BAND-COUNT(RA-BAND-X)
050000         TO RA-RTL-BAND-COUNT(RA-BAND-X).
050200*
050300 2810-EXIT.
050400     EXIT.
050500*
050600 3900-READ-SQRTRJH.
050700*
050800     READ SQRTRJH-FILE
050900         AT END
051000             SET RA-SQRTRJH-EOF TO TRUE
051100     END-READ.
051200*
051300 3900-EXIT.
051400     EXIT.
051500*
051600*--------------------------------------------------------------*
051700*  4000-PRINT-TOTALS - OPEN REJECTS BY AGE BAND FOR THE WHOLE   *
051800*  FILE, THEN ENTRY COUNTS.                                     *
051900*--------------------------------------------------------------*
052000 4000-PRINT-TOTALS.
052100*
052200     MOVE SPACES TO RA-PRINT-LINE
052300     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
052400         AFTER ADVANCING 2 LINES
052500*
052600     PERFORM 4100-PRINT-ONE-BAND THRU 4100-EXIT
052700         VARYING RA-BAND-X FROM 1 BY 1
052800         UNTIL RA-BAND-X GREATER THAN RA-BAND-COUNT
052900*
053000     MOVE SPACES TO RA-PRINT-LINE
053100     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
053200         AFTER ADVANCING 1 LINE
053300*
053400     MOVE RA-READ-COUNT TO RA-COUNT-ED
053500     MOVE SPACES TO RA-PRINT-LINE
053600     STRING 'HISTORY ENTRIES READ . . . . ' RA-COUNT-ED
053700         DELIMITED BY SIZE INTO RA-PRINT-LINE
053800     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
053900         AFTER ADVANCING 1 LINE
054000*
054100     MOVE RA-OPEN-COUNT TO RA-COUNT-ED
054200     MOVE SPACES TO RA-PRINT-LINE
054300     STRING 'OPEN (CARRIED FORWARD) . . . ' RA-COUNT-ED
054400         DELIMITED BY SIZE INTO RA-PRINT-LINE
054500     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
054600         AFTER ADVANCING 1 LINE
054700*
054800     MOVE RA-REQUESTER-COUNT TO RA-COUNT-ED
054900     MOVE SPACES TO RA-PRINT-LINE
055000     STRING 'REQUESTERS WITH OPEN REJECTS ' RA-COUNT-ED
055100         DELIMITED BY SIZE INTO RA-PRINT-LINE
055200     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
055300         AFTER ADVANCING 1 LINE
055400*
055500     MOVE RA-ESCALATE-COUNT TO RA-COUNT-ED
055600     MOVE SPACES TO RA-PRINT-LINE
055700     STRING 'FLAGGED FOR ESCALATION . . . ' RA-COUNT-ED
055800         DELIMITED BY SIZE INTO RA-PRINT-LINE
055900     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
056000         AFTER ADVANCING 1 LINE
056100*
056200     MOVE RA-CORRECTED-COUNT TO RA-COUNT-ED
056300     MOVE SPACES TO RA-PRINT-LINE
056400     STRING 'CLOSED - CORRECTED . . . . . ' RA-COUNT-ED
056500         DELIMITED BY SIZE INTO RA-PRINT-LINE
056600     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
056700         AFTER ADVANCING 1 LINE
056800*
056900     MOVE RA-DROPPED-COUNT TO RA-COUNT-ED
057000     MOVE SPACES TO RA-PRINT-LINE
057100     STRING 'CLOSED - DROPPED . . . . . . ' RA-COUNT-ED
057200         DELIMITED BY SIZE INTO RA-PRINT-LINE
057300     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
057400         AFTER ADVANCING 1 LINE.
057500*
057600 4000-EXIT.
057700     EXIT.
057800*
057900 4100-PRINT-ONE-BAND.
058000*
058100     MOVE RA-TOT-BAND-COUNT(RA-BAND-X) TO RA-COUNT-ED
058200     MOVE SPACES TO RA-PRINT-LINE
058300     STRING 'OPEN REJECTS AGED ' RA-BAND-NAME(RA-BAND-X)
058400         ' ' RA-COUNT-ED
058500         DELIMITED BY SIZE INTO RA-PRINT-LINE
058600     WRITE SQRTRJP-RECORD FROM RA-PRINT-LINE
058700         AFTER ADVANCING 1 LINE.
058800*
058900 4100-EXIT.
059000     EXIT.
059100*
059200 9999-TERMINATE.
059300     STOP RUN.
