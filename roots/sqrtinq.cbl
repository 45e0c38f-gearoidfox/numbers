002600*  ALWAYS SHOW.  EACH FILE IS OPENED PER INQUIRY AND READ       *
002700*  FRONT TO BACK; A FILE THAT IS NOT ON HAND IS REPORTED AND    *
002800*  SKIPPED RATHER THAN ENDING THE SESSION.                      *
002810*                                                               *
002820*  A REQUEST KEYED ONLINE THROUGH SQRTENT IS LOOKED UP FIRST    *
002830*  ON THE SQRTREQ PENDING-REQUEST FILE, SO A REQUEST THAT HAS   *
002840*  NOT YET RUN SHOWS AS QUEUED (OR AS SUBMITTED TO A NAMED      *
002850*  RUN) WITH THE VALUES IT CARRIES.                             *
002900*--------------------------------------------------------------*
003000*
003100*--------------------------------------------------------------*
003200*  MODIFICATION HISTORY                                        *
003300*  ----------------------------------------------------------  *
003400*  02/09/2026  DOK  ORIGINAL PROGRAM.                           *
003410*  15/10/2026  DOK  SQRTLOG GAINED DEGREE, MASTER-ACTION AND    *
003420*                   TOLERANCE FIELDS; LAYOUT KEPT IN STEP.      *
003430*  15/10/2026  DOK  SHOWS A REQUEST ON THE SQRTREQ PENDING-     *
003440*                   REQUEST FILE AS QUEUED OR SUBMITTED, WITH   *
003450*                   ITS VALUES, BEFORE IT HAS EVER RUN.         *
003466*  15/10/2026  DOK  SQRTERR DETAILS GAINED THE SQRTGEN          *
003482*                   RANGE-CARD TAG; LAYOUT KEPT IN STEP.        *
003500*--------------------------------------------------------------*
003600*
003700 ENVIRONMENT DIVISION.
004900     SELECT SQRTAUD-FILE ASSIGN TO SQRTAUD
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS IQ-AUD-STATUS.
005110*
005120     SELECT SQRTREQ-FILE ASSIGN TO SQRTREQ
005130         ORGANIZATION IS INDEXED
005140         ACCESS MODE IS RANDOM
005150         RECORD KEY IS SQRTREQ-REQ-ID
005160         FILE STATUS IS IQ-REQ-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
006300     05  SQRTLOG-ITER           PIC 9(4).
006400     05  SQRTLOG-ORIGIN         PIC X(01).
006500     05  SQRTLOG-REQ-ID         PIC X(8).
006510     05  SQRTLOG-DEGREE         PIC 9(2).
006520     05  SQRTLOG-MST-ACTION     PIC X(01).
006530     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
006600*
006700 FD  SQRTERR-FILE
006800     RECORDING MODE IS F.
007300     05  SQRTERR-DEGREE         PIC X(2).
007400     05  SQRTERR-MSG            PIC X(40).
007500     05  SQRTERR-REQ-ID         PIC X(8).
007550     05  SQRTERR-RANGE-TAG      PIC X(10).
007600*
007700 FD  SQRTAUD-FILE
007800     RECORDING MODE IS F.
008400     05  SQRTAUD-NEW-S          PIC X(17).
008500     05  SQRTAUD-NEW-DEGREE     PIC X(2).
008600     05  SQRTAUD-OPERATOR       PIC X(8).
008610*
008620 FD  SQRTREQ-FILE.
008630 01  SQRTREQ-RECORD.
008640     05  SQRTREQ-REQ-ID         PIC X(8).
008650     05  SQRTREQ-STATUS         PIC X(01).
008660         88  SQRTREQ-QUEUED              VALUE 'Q'.
008670         88  SQRTREQ-SUBMITTED           VALUE 'S'.
008680     05  SQRTREQ-ENTRY-DATE     PIC 9(8).
008690     05  SQRTREQ-ENTRY-TIME     PIC 9(8).
008691     05  SQRTREQ-SUBMIT-RUN     PIC 9(6).
008692     05  SQRTREQ-SUBMIT-DATE    PIC 9(8).
008693     05  SQRTREQ-VALUE-COUNT    PIC 9(2).
008694     05  SQRTREQ-VALUE OCCURS 20 TIMES.
008695         10  SQRTREQ-S-X        PIC X(17).
008696         10  SQRTREQ-DEGREE-X   PIC X(2).
008700*
008800 WORKING-STORAGE SECTION.
008900*
010000     88  IQ-ERR-STATUS-OK                 VALUE '00'.
010100 77  IQ-AUD-STATUS              PIC X(02) VALUE '00'.
010200     88  IQ-AUD-STATUS-OK                 VALUE '00'.
010210 77  IQ-REQ-STATUS              PIC X(02) VALUE '00'.
010220     88  IQ-REQ-STATUS-OK                 VALUE '00'.
010300*
010400 77  IQ-DONE-SW                 PIC X(01) VALUE 'N'.
010500     88  IQ-DONE                         VALUE 'Y'.
011500 77  IQ-LOG-SHOWN               PIC 9(6) USAGE COMP.
011600 77  IQ-ERR-SHOWN               PIC 9(6) USAGE COMP.
011700 77  IQ-AUD-SHOWN               PIC 9(6) USAGE COMP.
011710 77  IQ-REQ-SHOWN               PIC 9(6) USAGE COMP.
011720 77  IQ-VALUE-SUB               PIC 9(2) USAGE COMP.
011730*
011740*    A QUEUED VALUE IS HELD IN SQRTIN CARD FORM; THIS VIEW
011750*    GIVES IT BACK ITS SIGN AND DECIMAL POINT FOR DISPLAY.
011760 01  IQ-REQ-S-SIGNED            PIC S9(8)V9(09).
011770 01  IQ-REQ-S-X REDEFINES IQ-REQ-S-SIGNED
011780                                PIC X(17).
011800*
011900 77  IQ-S-ED                    PIC -9(8).9(9).
012000 77  IQ-R-ED                    PIC -9(8).9(9).
013200*
013300*--------------------------------------------------------------*
013400*  2000-PROCESS-ONE-INQUIRY - PROMPT FOR THE REQUESTER ID AND   *
013500*  DATE RANGE AND RUN THE FOUR FILE LOOKUPS.  REPEATS UNTIL     *
013600*  THE OPERATOR ENTERS X.                                       *
013700*--------------------------------------------------------------*
013800 2000-PROCESS-ONE-INQUIRY.
015500     MOVE ZERO TO IQ-LOG-SHOWN
015600     MOVE ZERO TO IQ-ERR-SHOWN
015700     MOVE ZERO TO IQ-AUD-SHOWN
015710     MOVE ZERO TO IQ-REQ-SHOWN
015800*
015900     DISPLAY ' '
016000     DISPLAY 'HISTORY FOR REQUESTER ' IQ-REQ-ID-IN
016100*
016110     PERFORM 2500-LOOK-UP-SQRTREQ THRU 2500-EXIT
016200     PERFORM 3000-SCAN-SQRTLOG THRU 3000-EXIT
016300     PERFORM 4000-SCAN-SQRTERR THRU 4000-EXIT
016400     PERFORM 5000-SCAN-SQRTAUD THRU 5000-EXIT
016600     IF IQ-LOG-SHOWN EQUAL ZERO
016700        AND IQ-ERR-SHOWN EQUAL ZERO
016800        AND IQ-AUD-SHOWN EQUAL ZERO
016810        AND IQ-REQ-SHOWN EQUAL ZERO
016900         DISPLAY '  NO ACTIVITY ON FILE FOR THIS REQUESTER'
017000     END-IF
017100     DISPLAY ' '.
017300 2000-EXIT.
017400     EXIT.
017500*
017501*--------------------------------------------------------------*
017502*  2500-LOOK-UP-SQRTREQ - A REQUEST KEYED THROUGH SQRTENT,      *
017503*  QUEUED FOR THE NEXT RUN OR ALREADY HANDED TO ONE BY THE      *
017504*  SQRTQEX EXTRACT, WITH EACH VALUE AND DEGREE IT CARRIES.      *
017505*  THE DATE RANGE APPLIES TO THE DATE THE REQUEST WAS KEYED.    *
017506*--------------------------------------------------------------*
017507 2500-LOOK-UP-SQRTREQ.
017508*
017509     OPEN INPUT SQRTREQ-FILE
017510*
017511     IF NOT IQ-REQ-STATUS-OK
017512         GO TO 2500-EXIT
017513     END-IF
017514*
017515     MOVE IQ-REQ-ID-IN TO SQRTREQ-REQ-ID
017516     READ SQRTREQ-FILE
017517         INVALID KEY
017518             CLOSE SQRTREQ-FILE
017519             GO TO 2500-EXIT
017520     END-READ
017521*
017522     IF IQ-FROM-DATE NOT EQUAL ZERO
017523        AND SQRTREQ-ENTRY-DATE LESS THAN IQ-FROM-DATE
017524         CLOSE SQRTREQ-FILE
017525         GO TO 2500-EXIT
017526     END-IF
017527     IF IQ-TO-DATE NOT EQUAL ZERO
017528        AND SQRTREQ-ENTRY-DATE GREATER THAN IQ-TO-DATE
017529         CLOSE SQRTREQ-FILE
017530         GO TO 2500-EXIT
017531     END-IF
017532*
017533     ADD 1 TO IQ-REQ-SHOWN
017534     IF SQRTREQ-QUEUED
017535         DISPLAY '  QUEUED ' SQRTREQ-ENTRY-DATE ' '
017536             SQRTREQ-ENTRY-TIME ' - AWAITING THE NEXT RUN'
017537     ELSE
017538         DISPLAY '  KEYED ' SQRTREQ-ENTRY-DATE ' '
017539             SQRTREQ-ENTRY-TIME ' - SUBMITTED IN RUN '
017540             SQRTREQ-SUBMIT-RUN ' ON ' SQRTREQ-SUBMIT-DATE
017541     END-IF
017542*
017543     PERFORM 2600-SHOW-ONE-VALUE THRU 2600-EXIT
017544         VARYING IQ-VALUE-SUB FROM 1 BY 1
017545         UNTIL IQ-VALUE-SUB GREATER THAN SQRTREQ-VALUE-COUNT
017546*
017547     CLOSE SQRTREQ-FILE.
017548*
017549 2500-EXIT.
017550     EXIT.
017551*
017552 2600-SHOW-ONE-VALUE.
017553*
017554     MOVE SQRTREQ-S-X(IQ-VALUE-SUB) TO IQ-REQ-S-X
017555     MOVE IQ-REQ-S-SIGNED TO IQ-S-ED
017556     DISPLAY '    S=' IQ-S-ED
017557         ' DEG=' SQRTREQ-DEGREE-X(IQ-VALUE-SUB).
017558*
017559 2600-EXIT.
017560     EXIT.
017561*
017600*--------------------------------------------------------------*
017700*  3000-SCAN-SQRTLOG - EVERY SUCCESSFUL CALCULATION FOR THE     *
017800*  REQUESTER INSIDE THE DATE RANGE, WITH DATE/TIME, RESULT,     *
