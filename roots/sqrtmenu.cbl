001400*  SQRT WAS SPLIT INTO A CALLABLE SUBPROGRAM; THE SQUARE ROOT   *
001500*  CASE HERE SIMPLY CALLS 'SQRT' RATHER THAN DUPLICATING ITS    *
001600*  LOGIC.                                                       *
001620*                                                               *
001640*  EVERY ROOT IS LOOKED UP ON THE SQRTMST ROOT-MASTER FIRST;    *
001660*  ONLY A ROOT THE MASTER DOES NOT HOLD IS COMPUTED, AND IT IS  *
001680*  THEN ADDED TO THE MASTER FOR NEXT TIME.                      *
001700*--------------------------------------------------------------*
001800*
001900*--------------------------------------------------------------*
007230*                   EXIT, THE SAME WAY SQRTBAT DOES, SO          *
007240*                   SQRTHKP CANNOT REWRITE THE LOG WHILE A       *
007250*                   SESSION HOLDS IT OPEN.                       *
007260*  15/10/2026  DOK  SQRTLOG GAINED THE ROOT DEGREE, A MASTER     *
007270*                   ACTION MARKER AND THE TOLERANCE IN EFFECT.   *
007280*                   THE MENU DOES NOT TOUCH SQRTMST, SO IT LOGS  *
007290*                   A BLANK ACTION AND SQRTRCV PASSES ITS        *
007295*                   RECORDS OVER.                                *
007303*  15/10/2026  DOK  INTERACTIVE WORK NOW GOES THROUGH THE        *
007311*                   SQRTMST ROOT-MASTER.  A STORED ROOT IS       *
007319*                   SHOWN WITH ITS DATE AND TOLERANCE, AND ITS   *
007327*                   HIT COUNT AND LAST-USED DATE ARE BUMPED; A   *
007335*                   MISS IS COMPUTED AND INSERTED.  SQRTLOG NOW  *
007343*                   CARRIES 'H' OR 'A' FOR THESE, SO SQRTACT     *
007351*                   CAN SPLIT THEM AND SQRTRCV REPLAYS THEM.     *
007359*                   THE SQRTLCK REGISTRATION NOW ALSO COVERS     *
007367*                   THE MASTER, SO SQRTPRG AND SQRTRCM WILL NOT  *
007375*                   RUN UNDER AN OPEN SESSION.                   *
007390*--------------------------------------------------------------*
007400*
007500 ENVIRONMENT DIVISION.
007600 INPUT-OUTPUT SECTION.
008120     SELECT SQRTLCK-FILE ASSIGN TO SQRTLCK
008130         ORGANIZATION IS SEQUENTIAL
008140         FILE STATUS IS SM-LCK-STATUS.
008148*
008156     SELECT SQRTMST-FILE ASSIGN TO SQRTMST
008164         ORGANIZATION IS INDEXED
008172         ACCESS MODE IS DYNAMIC
008180         RECORD KEY IS SQRTMST-KEY
008188         FILE STATUS IS SM-MST-STATUS.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
009300     05  SQRTLOG-ITER           PIC 9(4).
009400     05  SQRTLOG-ORIGIN         PIC X(01).
009500     05  SQRTLOG-REQ-ID         PIC X(8).
009502     05  SQRTLOG-DEGREE         PIC 9(2).
009504     05  SQRTLOG-MST-ACTION     PIC X(01).
009506     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
009510*
009520 FD  SQRTLCK-FILE
009530     RECORDING MODE IS F.
009550     05  SQRTLCK-HOLDER         PIC X(8).
009560     05  SQRTLCK-DATE           PIC 9(8).
009570     05  SQRTLCK-TIME           PIC 9(8).
009572*
009574 FD  SQRTMST-FILE.
009576 01  SQRTMST-RECORD.
009578     05  SQRTMST-KEY.
009580         10  SQRTMST-S          PIC X(17).
009582         10  SQRTMST-DEGREE     PIC 9(2).
009584     05  SQRTMST-R              PIC S9(8)V9(09).
009586     05  SQRTMST-ITER           PIC 9(4).
009588     05  SQRTMST-DATE           PIC 9(8).
009590     05  SQRTMST-TIME           PIC 9(8).
009592     05  SQRTMST-TOLERANCE      PIC S9(8)V9(09).
009594     05  SQRTMST-HIT-COUNT      PIC 9(8).
009596     05  SQRTMST-LAST-USED      PIC 9(8).
009600*
009700 WORKING-STORAGE SECTION.
009800*
011000                              VALUE ZERO.
011010 01  SM-ESTIMATE-IN            PIC S9(8)V9(09) USAGE COMP
011020                              VALUE ZERO.
011030*
011040*    MIRRORS THE DEFAULT TOLERANCE BUILT INTO SQRT AND NTHROOT,
011050*    WHICH IS WHAT A ZERO SM-TOLERANCE-IN SELECTS.
011060 77  SM-DEFAULT-TOLER          PIC S9(8)V9(09) USAGE COMP
011070                              VALUE 0.000000001.
011072*
011074*    TOLERANCE OF THE ROOT BEING SHOWN AND LOGGED - THE STORED
011076*    ONE ON A MASTER HIT, THE DEFAULT ON A FRESH CALCULATION.
011078 77  SM-LOG-TOLERANCE          PIC S9(8)V9(09) USAGE COMP
011080                              VALUE ZERO.
011082*
011084*    RAW-KEY FORM OF S - THE SAME REDEFINES SQRTMNT AND SQRTBAT
011086*    USE TO BUILD A MASTER KEY FROM A NUMERIC S.
011088 01  SM-KEY-DISPLAY            PIC S9(8)V9(09).
011090 01  SM-KEY-DISPLAY-X REDEFINES SM-KEY-DISPLAY
011092                               PIC X(17).
011094*
011096 77  SM-MST-DATE-ED            PIC 9(8).
011098 77  SM-MST-TOLER-ED           PIC Z(7)9.9(9).
011100 01  SM-ITER-USED              PIC 9(4)        USAGE COMP.
011200 01  SM-RETURN-CODE            PIC 9(2)        USAGE COMP.
011300     88  SM-RC-OK                        VALUE 0.
011910*
011920 77  SM-LCK-STATUS             PIC X(02) VALUE '00'.
011930     88  SM-LCK-STATUS-OK                 VALUE '00'.
011931*
011932 77  SM-MST-STATUS             PIC X(02) VALUE '00'.
011933     88  SM-MST-STATUS-NOT-FOUND          VALUE '35'.
011934*
011935 77  SM-MST-HIT-SW             PIC X(01) VALUE 'N'.
011936     88  SM-MST-HIT                       VALUE 'Y'.
011937     88  SM-MST-MISS                      VALUE 'N'.
011940*
011941*    WHO HOLDS THE SENTINEL AS OF THE LAST READ - SPACES WHEN
011942*    THE FILE IS MISSING OR EMPTY (NO LOCK HELD).
013400     PERFORM 1550-REGISTER-LOCK THRU 1550-EXIT
013410*
013420     PERFORM 1600-OPEN-LOG THRU 1600-EXIT
013446*
013472     PERFORM 1650-OPEN-MASTER THRU 1650-EXIT
013500*
013600     PERFORM 1000-GET-ROOT-CHOICE THRU 1000-EXIT
013700*
017910*
017911*--------------------------------------------------------------*
017912*  1550-REGISTER-LOCK - STAMP THE SQRTLCK SENTINEL WITH THIS    *
017913*  PROGRAM'S NAME AND THE DATE/TIME SO SQRTHKP, SQRTPRG AND     *
017914*  SQRTRCM SEE THE LOG AND MASTER ARE IN USE.  A LOCK HELD BY   *
017915*  ANOTHER PROGRAM IS LEFT IN PLACE AND THE SESSION PROCEEDS    *
017916*  UNDER IT - SQRTBAT AND SQRTMENU HAVE ALWAYS COEXISTED ON THE *
017917*  LOG AND MASTER, AND OVERWRITING THE OTHER PROGRAM'S ENTRY    *
017918*  WOULD LET THIS SESSION'S EXIT CLEAR A LOCK IT STILL NEEDS.   *
017919*  1560-CLEAR-LOCK ONLY CLEARS A LOCK THIS PROGRAM WROTE; AN    *
017920*  ABEND LEAVES IT FOR SQRTULK.                                 *
017921*--------------------------------------------------------------*
017922 1550-REGISTER-LOCK.
017923*
019500*
019600 1600-EXIT.
019700     EXIT.
019705*
019710*--------------------------------------------------------------*
019715*  1650-OPEN-MASTER - OPEN THE ROOT-MASTER FOR KEYED LOOK-UP    *
019720*  AND INSERT, CREATING IT FIRST IF IT DOES NOT YET EXIST.      *
019725*  SAME FALLBACK SQRTBAT USES FOR ITS OWN COPY OF SQRTMST.      *
019730*--------------------------------------------------------------*
019735 1650-OPEN-MASTER.
019740*
019745     OPEN I-O SQRTMST-FILE
019750*
019755     IF SM-MST-STATUS-NOT-FOUND
019760         OPEN OUTPUT SQRTMST-FILE
019765         CLOSE SQRTMST-FILE
019770         OPEN I-O SQRTMST-FILE
019775     END-IF.
019780*
019785 1650-EXIT.
019790     EXIT.
019800*
019900*--------------------------------------------------------------*
020000*  2000-EDIT-S-VALUE - REJECT S <= 0 OR OUT OF RANGE BEFORE     *
022100*
022200 2000-EXIT.
022300     EXIT.
022301*
022302*--------------------------------------------------------------*
022303*  2500-LOOK-UP-MASTER - KEYED READ OF THE ROOT-MASTER FOR S    *
022304*  AND THE DEGREE IN SM-N.  ON A HIT THE STORED ROOT, ITERATION *
022305*  COUNT AND TOLERANCE STAND IN FOR A FRESH CALCULATION, AND    *
022306*  THE HIT COUNT AND LAST-USED DATE ARE UPDATED IN PLACE, THE   *
022307*  SAME WAY SQRTBAT TREATS A BATCH HIT, SO SQRTPRG SEES THE     *
022308*  ROOT IS STILL IN USE.                                        *
022309*--------------------------------------------------------------*
022310 2500-LOOK-UP-MASTER.
022311*
022312     SET SM-MST-MISS TO TRUE
022313     MOVE SM-S TO SM-KEY-DISPLAY
022314     MOVE SM-KEY-DISPLAY-X TO SQRTMST-S
022315     MOVE SM-N TO SQRTMST-DEGREE
022316*
022317     READ SQRTMST-FILE
022318         INVALID KEY
022319             CONTINUE
022320         NOT INVALID KEY
022321             SET SM-MST-HIT TO TRUE
022322             MOVE SQRTMST-R TO SM-R
022323             MOVE SQRTMST-ITER TO SM-ITER-COUNT
022324             MOVE SQRTMST-TOLERANCE TO SM-LOG-TOLERANCE
022325             MOVE SQRTMST-DATE TO SM-MST-DATE-ED
022326             ADD 1 TO SQRTMST-HIT-COUNT
022327             ACCEPT SQRTMST-LAST-USED FROM DATE YYYYMMDD
022328             REWRITE SQRTMST-RECORD
022329                 INVALID KEY
022330                     CONTINUE
022331             END-REWRITE
022332     END-READ.
022333*
022334 2500-EXIT.
022335     EXIT.
022336*
022337*--------------------------------------------------------------*
022338*  2600-ADD-TO-MASTER - INSERT A FRESHLY COMPUTED ROOT SO THE   *
022339*  NEXT LOOK-UP OF THIS S AND DEGREE - INTERACTIVE OR BATCH -   *
022340*  FINDS IT.  A DUPLICATE KEY (A BATCH RUN STORED THE SAME ROOT *
022341*  WHILE THIS SESSION WAS COMPUTING IT) IS NOT AN ERROR.        *
022342*--------------------------------------------------------------*
022343 2600-ADD-TO-MASTER.
022344*
022345     MOVE SM-S TO SM-KEY-DISPLAY
022346     MOVE SM-KEY-DISPLAY-X TO SQRTMST-S
022347     MOVE SM-N TO SQRTMST-DEGREE
022348     MOVE SM-R TO SQRTMST-R
022349     MOVE SM-ITER-COUNT TO SQRTMST-ITER
022350     ACCEPT SQRTMST-DATE FROM DATE YYYYMMDD
022351     ACCEPT SQRTMST-TIME FROM TIME
022352     MOVE SM-DEFAULT-TOLER TO SQRTMST-TOLERANCE
022353     MOVE ZERO TO SQRTMST-HIT-COUNT
022354     MOVE SQRTMST-DATE TO SQRTMST-LAST-USED
022355     MOVE SQRTMST-TOLERANCE TO SM-LOG-TOLERANCE
022356*
022357     WRITE SQRTMST-RECORD
022358         INVALID KEY
022359             CONTINUE
022360     END-WRITE.
022361*
022362 2600-EXIT.
022363     EXIT.
022364*
022365*--------------------------------------------------------------*
022366*  2700-SHOW-STORED-ROOT - TELL THE OPERATOR THE ROOT JUST      *
022367*  SHOWN CAME FROM THE MASTER, AND WHEN AND TO WHAT TOLERANCE   *
022368*  IT WAS COMPUTED.                                             *
022369*--------------------------------------------------------------*
022370 2700-SHOW-STORED-ROOT.
022371*
022372     MOVE SM-LOG-TOLERANCE TO SM-MST-TOLER-ED
022373     DISPLAY 'STORED ROOT FROM SQRTMST - COMPUTED '
022374         SM-MST-DATE-ED ' TOLERANCE ' SM-MST-TOLER-ED.
022375*
022376 2700-EXIT.
022377     EXIT.
022400*
022500*--------------------------------------------------------------*
022600*  3000-PROCESS-SQUARE - SQUARE ROOT FROM THE MASTER, OR VIA    *
022610*  THE SQRT SUBPROGRAM WHEN THE MASTER DOES NOT HOLD IT.        *
022700*--------------------------------------------------------------*
022800 3000-PROCESS-SQUARE.
022900*
022910     MOVE 2 TO SM-N
022920     PERFORM 2500-LOOK-UP-MASTER THRU 2500-EXIT
022930*
022940     IF SM-MST-HIT
022950         DISPLAY 'SQUARE ROOT = ' SM-R
022960         PERFORM 2700-SHOW-STORED-ROOT THRU 2700-EXIT
022970         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
022980         GO TO 3000-EXIT
022990     END-IF
022995*
023000     CALL 'SQRT' USING SM-S SM-R SM-TOLERANCE-IN SM-MAX-ITER-IN
023100             SM-ESTIMATE-IN SM-ITER-USED SM-RETURN-CODE
023200*
023300     IF SM-RC-OK
023400         DISPLAY 'SQUARE ROOT = ' SM-R
023500         MOVE SM-ITER-USED TO SM-ITER-COUNT
023550         PERFORM 2600-ADD-TO-MASTER THRU 2600-EXIT
023600         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
023700     ELSE
023800         DISPLAY 'SQRT COULD NOT COMPUTE A RESULT'
024200     EXIT.
024300*
024400*--------------------------------------------------------------*
024500*  4000-PROCESS-CUBE - CUBE ROOT FROM THE MASTER, OR VIA THE    *
024600*  NTHROOT SUBPROGRAM (DEGREE 3) WHEN IT IS NOT STORED.         *
024700*--------------------------------------------------------------*
024800 4000-PROCESS-CUBE.
024900*
025000     MOVE 3 TO SM-N
025010     PERFORM 2500-LOOK-UP-MASTER THRU 2500-EXIT
025020*
025030     IF SM-MST-HIT
025040         DISPLAY 'CUBE ROOT = ' SM-R
025050         PERFORM 2700-SHOW-STORED-ROOT THRU 2700-EXIT
025060         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
025070         GO TO 4000-EXIT
025080     END-IF
025090*
025100     PERFORM 4500-CALL-NTHROOT THRU 4500-EXIT
025200*
025300     IF SM-RC-OK
025400         DISPLAY 'CUBE ROOT = ' SM-R
025500         MOVE SM-ITER-USED TO SM-ITER-COUNT
025550         PERFORM 2600-ADD-TO-MASTER THRU 2600-EXIT
025600         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
025700     ELSE
025800         IF SM-RC-OVERFLOW
028000     EXIT.
028100*
028200*--------------------------------------------------------------*
028300*  5000-PROCESS-NTH - GENERAL NTH ROOT, WITH THE DEGREE         *
028400*  ENTERED BY THE OPERATOR, FROM THE MASTER OR VIA NTHROOT.     *
028500*--------------------------------------------------------------*
028600 5000-PROCESS-NTH.
028700*
029300         GO TO 5000-EXIT
029400     END-IF
029500*
029510     PERFORM 2500-LOOK-UP-MASTER THRU 2500-EXIT
029520*
029530     IF SM-MST-HIT
029540         DISPLAY 'NTH ROOT = ' SM-R
029550         PERFORM 2700-SHOW-STORED-ROOT THRU 2700-EXIT
029560         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
029570         GO TO 5000-EXIT
029580     END-IF
029590*
029600     PERFORM 4500-CALL-NTHROOT THRU 4500-EXIT
029700*
029800     IF SM-RC-OK
029900         DISPLAY 'NTH ROOT = ' SM-R
030000         MOVE SM-ITER-USED TO SM-ITER-COUNT
030050         PERFORM 2600-ADD-TO-MASTER THRU 2600-EXIT
030100         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
030200     ELSE
030300         IF SM-RC-OVERFLOW
031400*--------------------------------------------------------------*
031500*  8000-WRITE-LOG - APPEND ONE AUDIT RECORD FOR A SUCCESSFUL    *
031600*  INTERACTIVE CALCULATION, THE SAME WAY SQRTBAT LOGS EVERY     *
031700*  BATCH CALCULATION.  THE MASTER ACTION SAYS WHETHER THE ROOT  *
031710*  CAME FROM THE MASTER ('H') OR WAS COMPUTED AND ADDED TO IT   *
031720*  ('A') - SQRTACT SPLITS ON IT AND SQRTRCV REPLAYS IT.         *
031800*--------------------------------------------------------------*
031900 8000-WRITE-LOG.
032000*
032500     MOVE SM-ITER-COUNT TO SQRTLOG-ITER
032600     MOVE 'I' TO SQRTLOG-ORIGIN
032700     MOVE SPACES TO SQRTLOG-REQ-ID
032710     MOVE SM-N TO SQRTLOG-DEGREE
032720     IF SM-MST-HIT
032730         MOVE 'H' TO SQRTLOG-MST-ACTION
032740     ELSE
032750         MOVE 'A' TO SQRTLOG-MST-ACTION
032760     END-IF
032770     MOVE SM-LOG-TOLERANCE TO SQRTLOG-TOLERANCE
032800     WRITE SQRTLOG-RECORD.
032900*
033000 8000-EXIT.
033200*
033300 9999-TERMINATE.
033400     CLOSE SQRTLOG-FILE
033405     CLOSE SQRTMST-FILE
033410     PERFORM 1560-CLEAR-LOCK THRU 1560-EXIT
033500     STOP RUN.
