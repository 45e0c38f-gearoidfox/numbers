004200*                   UNDER THE REJECT'S OWN DEGREE, AND THE      *
004300*                   AUDIT ROW SHOWS THE DEGREE ACTUALLY         *
004400*                   RESUBMITTED.                                *
004414*  15/10/2026  DOK  EVERY REJECT IS NOW POSTED TO THE SQRTRJH   *
004428*                   REJECT-HISTORY MASTER (KEYED ON REQUESTER   *
004442*                   ID, S AND DEGREE) WITH ITS DATES, RUN COUNT,*
004456*                   LATEST MESSAGE AND THIS RUN'S DISPOSITION,  *
004470*                   SO A REJECT CARRIED FORWARD NIGHT AFTER     *
004484*                   NIGHT SHOWS UP ON THE SQRTRJA AGING REPORT. *
004487*  15/10/2026  DOK  SQRTERR DETAILS GAINED THE SQRTGEN          *
004490*                   RANGE-CARD TAG; LAYOUT KEPT IN STEP.  A     *
004493*                   CORRECTED VALUE GOES BACK ON SQRTRSB AS AN  *
004496*                   INDIVIDUAL CARD, WITHOUT THE TAG.           *
004500*--------------------------------------------------------------*
004600*
004700 ENVIRONMENT DIVISION.
006100     SELECT SQRTAUD-FILE ASSIGN TO SQRTAUD
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FX-AUD-STATUS.
006314*
006328     SELECT SQRTRJH-FILE ASSIGN TO SQRTRJH
006342         ORGANIZATION IS INDEXED
006356         ACCESS MODE IS RANDOM
006370         RECORD KEY IS SQRTRJH-KEY
006384         FILE STATUS IS FX-RJH-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
007600     05  SQRTERR-DEGREE         PIC X(2).
007700     05  SQRTERR-MSG            PIC X(40).
007800     05  SQRTERR-REQ-ID         PIC X(8).
007807     05  SQRTERR-RANGE-TAG      PIC X(10).
007814 01  SQRTERR-HDR-RECORD.
007828     05  SQRTERR-HDR-TYPE       PIC X(01).
007842     05  SQRTERR-HDR-DATE       PIC 9(8).
007856     05  SQRTERR-HDR-TIME       PIC 9(8).
007870     05  SQRTERR-HDR-RUN-NO     PIC 9(6).
007884     05  FILLER                 PIC X(55).
007900*
008000 FD  SQRTCOR-FILE
008100     RECORDING MODE IS F.
010300     05  SQRTAUD-NEW-S          PIC X(17).
010400     05  SQRTAUD-NEW-DEGREE     PIC X(2).
010500     05  SQRTAUD-OPERATOR       PIC X(8).
010504*
010508*    ONE ENTRY PER DISTINCT REJECT - THE SAME REQUESTER SENDING
010512*    THE SAME S AND DEGREE - ACROSS EVERY RUN SINCE IT FIRST
010516*    REJECTED.  THE DISPOSITION IS THIS PROGRAM'S LATEST ACTION
010520*    ON IT; ONLY A CARRIED-FORWARD (F) ENTRY IS STILL OPEN.
010524 FD  SQRTRJH-FILE.
010528 01  SQRTRJH-RECORD.
010532     05  SQRTRJH-KEY.
010536         10  SQRTRJH-REQ-ID     PIC X(8).
010540         10  SQRTRJH-S          PIC X(17).
010544         10  SQRTRJH-DEGREE     PIC X(2).
010548     05  SQRTRJH-FIRST-DATE     PIC 9(8).
010552     05  SQRTRJH-LAST-DATE      PIC 9(8).
010556     05  SQRTRJH-LAST-RUN-NO    PIC 9(6).
010560     05  SQRTRJH-RUN-COUNT      PIC 9(5).
010564     05  SQRTRJH-FORWARD-COUNT  PIC 9(5).
010568     05  SQRTRJH-LAST-MSG       PIC X(40).
010572     05  SQRTRJH-DISPOSITION    PIC X(01).
010576         88  SQRTRJH-CORRECTED            VALUE 'C'.
010580         88  SQRTRJH-DROPPED              VALUE 'D'.
010584         88  SQRTRJH-FORWARD              VALUE 'F'.
010600*
010700 WORKING-STORAGE SECTION.
010800*
012300 77  FX-CARD-FOUND-X            PIC 9(4) USAGE COMP.
012400*
012500 77  FX-RUN-DATE                PIC 9(8).
012514*
012528*    DATE AND RUN NUMBER OF THE SQRTBAT RUN THAT WROTE SQRTERR,
012542*    FROM ITS HEADER RECORD.  THE REJECT HISTORY IS DATED BY THE
012556*    RUN THAT REJECTED, NOT BY THIS STEP.
012570 77  FX-REJ-DATE                PIC 9(8).
012584 77  FX-REJ-RUN-NO              PIC 9(6)  VALUE ZERO.
012600*
012700 77  FX-COR-STATUS              PIC X(02) VALUE '00'.
012800     88  FX-COR-STATUS-OK                 VALUE '00'.
012900 77  FX-AUD-STATUS              PIC X(02) VALUE '00'.
013000     88  FX-AUD-STATUS-NOT-FOUND          VALUE '35'.
013033 77  FX-RJH-STATUS              PIC X(02) VALUE '00'.
013066     88  FX-RJH-STATUS-NOT-FOUND          VALUE '35'.
013100*
013200 77  FX-SQRTERR-EOF-SW          PIC X(01) VALUE 'N'.
013300     88  FX-SQRTERR-EOF                   VALUE 'Y'.
013700 77  FX-CORRECTED-COUNT         PIC 9(8) USAGE COMP VALUE ZERO.
013800 77  FX-DROPPED-COUNT           PIC 9(8) USAGE COMP VALUE ZERO.
013900 77  FX-FORWARD-COUNT           PIC 9(8) USAGE COMP VALUE ZERO.
013933 77  FX-HIST-NEW-COUNT          PIC 9(8) USAGE COMP VALUE ZERO.
013966 77  FX-HIST-REPEAT-COUNT       PIC 9(8) USAGE COMP VALUE ZERO.
014000*
014100 77  FX-COUNT-ED                PIC ZZZZZZZ9.
014200*
014500 0000-MAINLINE.
014600*
014700     ACCEPT FX-RUN-DATE FROM DATE YYYYMMDD
014750     MOVE FX-RUN-DATE TO FX-REJ-DATE
014800*
014900     PERFORM 1000-LOAD-CORRECTION-CARDS THRU 1000-EXIT
015000     PERFORM 1500-OPEN-AUDIT THRU 1500-EXIT
015050     PERFORM 1600-OPEN-HISTORY THRU 1600-EXIT
015100*
015200     OPEN INPUT SQRTERR-FILE
015300     OPEN OUTPUT SQRTRSB-FILE
015900     CLOSE SQRTERR-FILE
016000     CLOSE SQRTRSB-FILE
016100     CLOSE SQRTAUD-FILE
016150     CLOSE SQRTRJH-FILE
016200*
016300     PERFORM 5000-REPORT-UNMATCHED-CARDS THRU 5000-EXIT
016400     PERFORM 6000-DISPLAY-TOTALS THRU 6000-EXIT
024000*
024100 1500-EXIT.
024200     EXIT.
024205*
024210*--------------------------------------------------------------*
024215*  1600-OPEN-HISTORY - OPEN THE REJECT-HISTORY MASTER FOR       *
024220*  UPDATE, CREATING IT EMPTY THE FIRST TIME THROUGH.            *
024225*--------------------------------------------------------------*
024230 1600-OPEN-HISTORY.
024235*
024240     OPEN I-O SQRTRJH-FILE
024245*
024250     IF FX-RJH-STATUS-NOT-FOUND
024255         OPEN OUTPUT SQRTRJH-FILE
024260         CLOSE SQRTRJH-FILE
024265         OPEN I-O SQRTRJH-FILE
024270     END-IF.
024275*
024280 1600-EXIT.
024285     EXIT.
024300*
024400*--------------------------------------------------------------*
024500*  2000-REPAIR-ONE-RECORD - DISPOSE OF ONE SQRTERR RECORD.      *
025000 2000-REPAIR-ONE-RECORD.
025100*
025200     IF NOT SQRTERR-DETAIL
025220         IF SQRTERR-REC-TYPE EQUAL 'H'
025240             MOVE SQRTERR-HDR-DATE TO FX-REJ-DATE
025260             MOVE SQRTERR-HDR-RUN-NO TO FX-REJ-RUN-NO
025280         END-IF
025300         PERFORM 2900-READ-SQRTERR THRU 2900-EXIT
025400         GO TO 2000-EXIT
025500     END-IF
027000                 ' - REJECT CARRIED FORWARD'
027100             PERFORM 4300-CARRY-FORWARD THRU 4300-EXIT
027200     END-EVALUATE
027233*
027266     PERFORM 4500-UPDATE-HISTORY THRU 4500-EXIT
027300*
027400     PERFORM 2900-READ-SQRTERR THRU 2900-EXIT.
027500*
038400*
038500 4300-EXIT.
038600     EXIT.
038601*
038602*--------------------------------------------------------------*
038603*  4500-UPDATE-HISTORY - POST THE REJECT JUST DISPOSED OF TO    *
038604*  SQRTRJH.  SQRTAUD-ACTION STILL HOLDS ITS DISPOSITION.  A     *
038605*  REJECT ALREADY POSTED FOR THIS SAME RUN (THIS STEP RERUN     *
038606*  OVER THE SAME SQRTERR) HAS ITS DISPOSITION REPLACED RATHER   *
038607*  THAN COUNTING AS A SECOND REJECTION.  A CLOSED ENTRY THAT    *
038608*  REJECTS AGAIN STARTS ITS CARRY-FORWARD COUNT AFRESH.         *
038609*--------------------------------------------------------------*
038610 4500-UPDATE-HISTORY.
038611*
038612     MOVE SQRTERR-REQ-ID TO SQRTRJH-REQ-ID
038613     MOVE SQRTERR-S-X TO SQRTRJH-S
038614     MOVE SQRTERR-DEGREE TO SQRTRJH-DEGREE
038615*
038616     READ SQRTRJH-FILE
038617         INVALID KEY
038618             PERFORM 4600-ADD-HISTORY THRU 4600-EXIT
038619             GO TO 4500-EXIT
038620     END-READ
038621*
038622     IF FX-REJ-RUN-NO NOT EQUAL ZERO
038623        AND SQRTRJH-LAST-RUN-NO EQUAL FX-REJ-RUN-NO
038624        AND SQRTRJH-LAST-DATE EQUAL FX-REJ-DATE
038625         IF SQRTRJH-FORWARD
038626             SUBTRACT 1 FROM SQRTRJH-FORWARD-COUNT
038627         END-IF
038628     ELSE
038629         IF NOT SQRTRJH-FORWARD
038630             MOVE ZERO TO SQRTRJH-FORWARD-COUNT
038631         END-IF
038632         ADD 1 TO SQRTRJH-RUN-COUNT
038633         ADD 1 TO FX-HIST-REPEAT-COUNT
038634     END-IF
038635*
038636     MOVE FX-REJ-DATE TO SQRTRJH-LAST-DATE
038637     MOVE FX-REJ-RUN-NO TO SQRTRJH-LAST-RUN-NO
038638     MOVE SQRTERR-MSG TO SQRTRJH-LAST-MSG
038639     MOVE SQRTAUD-ACTION TO SQRTRJH-DISPOSITION
038640     IF SQRTRJH-FORWARD
038641         ADD 1 TO SQRTRJH-FORWARD-COUNT
038642     END-IF
038643*
038644     REWRITE SQRTRJH-RECORD
038645         INVALID KEY
038646             DISPLAY 'SQRTFIX - SQRTRJH REWRITE FAILED FOR '
038647                 SQRTERR-REQ-ID ' STATUS ' FX-RJH-STATUS
038648     END-REWRITE.
038649*
038650 4500-EXIT.
038651     EXIT.
038652*
038653 4600-ADD-HISTORY.
038654*
038655     MOVE FX-REJ-DATE TO SQRTRJH-FIRST-DATE
038656     MOVE FX-REJ-DATE TO SQRTRJH-LAST-DATE
038657     MOVE FX-REJ-RUN-NO TO SQRTRJH-LAST-RUN-NO
038658     MOVE 1 TO SQRTRJH-RUN-COUNT
038659     MOVE ZERO TO SQRTRJH-FORWARD-COUNT
038660     MOVE SQRTERR-MSG TO SQRTRJH-LAST-MSG
038661     MOVE SQRTAUD-ACTION TO SQRTRJH-DISPOSITION
038662     IF SQRTRJH-FORWARD
038663         MOVE 1 TO SQRTRJH-FORWARD-COUNT
038664     END-IF
038665*
038666     WRITE SQRTRJH-RECORD
038667         INVALID KEY
038668             DISPLAY 'SQRTFIX - SQRTRJH WRITE FAILED FOR '
038669                 SQRTERR-REQ-ID ' STATUS ' FX-RJH-STATUS
038670     END-WRITE
038671*
038672     ADD 1 TO FX-HIST-NEW-COUNT.
038673*
038674 4600-EXIT.
038675     EXIT.
038700*
038800 4900-WRITE-AUDIT.
038900*
042600     MOVE FX-DROPPED-COUNT TO FX-COUNT-ED
042700     DISPLAY 'SQRTFIX - REJECTS DROPPED. . . . . ' FX-COUNT-ED
042800     MOVE FX-FORWARD-COUNT TO FX-COUNT-ED
042900     DISPLAY 'SQRTFIX - CARRIED FORWARD. . . . . ' FX-COUNT-ED
042920     MOVE FX-HIST-NEW-COUNT TO FX-COUNT-ED
042940     DISPLAY 'SQRTFIX - NEW REJECT HISTORIES. . . ' FX-COUNT-ED
042960     MOVE FX-HIST-REPEAT-COUNT TO FX-COUNT-ED
042980     DISPLAY 'SQRTFIX - REPEAT REJECTS. . . . . . ' FX-COUNT-ED.
043000*
043100 6000-EXIT.
043200     EXIT.
