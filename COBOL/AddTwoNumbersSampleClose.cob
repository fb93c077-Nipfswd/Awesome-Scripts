000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSSAMPLECLOSE                      *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2026-06-01                                    *
000700*                                                                *
000800*    DESCRIPTION:  CLOSES AN INTERNAL AUDIT SAMPLE ON THE       *
000900*                  SAMPLE MASTER (SEE ATNSMPL) AND PRINTS ITS   *
001000*                  EXCEPTION SUMMARY.  THE SAMPLE NAMED BY      *
001100*                  ATN_SAMPLE_ID IS READ ITEM BY ITEM AS        *
001200*                  RECORDED BY ADDTWONUMBERSSAMPLETEST; EVERY   *
001300*                  FAILED ITEM, WITH THE AUDITOR'S NOTE, AND    *
001400*                  EVERY ITEM NOT YET TESTED IS LISTED,         *
001500*                  FOLLOWED BY THE RESULT COUNTS.  WHEN EVERY   *
001600*                  ITEM HAS A RESULT THE CONTROL RECORD IS      *
001700*                  MARKED CLOSED UNDER THE CLOSING AUDITOR      *
001800*                  (ATN_OPERATOR_ID) WITH THE DATE AND THE      *
001900*                  FAILURE COUNT, AND NO FURTHER RESULTS CAN    *
002000*                  BE RECORDED.  A SAMPLE WITH UNTESTED ITEMS   *
002100*                  IS LEFT OPEN AND THE JOB ENDS WITH RETURN    *
002200*                  CODE 8; A CLOSED SAMPLE WITH FAILURES ENDS   *
002300*                  WITH RETURN CODE 4.  A SAMPLE ALREADY        *
002400*                  CLOSED IS REPRINTED AS IT STANDS.            *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    ------------------------------------------------------     *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    ---------- ----  ------------------------------------      *
003000*    2026-06-01 JH    ORIGINAL PROGRAM.                          *
003100*                                                                *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. AddTwoNumbersSampleClose.
003500 AUTHOR. J. HARTLEY.
003600 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
003700 DATE-WRITTEN. 2026-06-01.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ATN-SAMPLE-FILE ASSIGN TO SMPLMST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ATN-SMPL-KEY
005100         FILE STATUS IS ATN-SMPL-STATUS.
005200
005300     SELECT ATN-EXCEPTION-REPORT ASSIGN TO SMXRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS ATN-SMXRPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ATN-SAMPLE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 COPY ATNSMPL.
006300
006400 FD  ATN-EXCEPTION-REPORT
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  ATN-SMXRPT-RECORD              PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000******************************************************************
007100*    FILE STATUS AND END-OF-FILE SWITCHES                        *
007200******************************************************************
007300 01  ATN-SMPL-STATUS                PIC X(02) VALUE SPACES.
007400 01  ATN-SMXRPT-STATUS              PIC X(02) VALUE SPACES.
007500 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
007600
007700 01  ATN-SWITCHES.
007800     05  ATN-SMPL-EOF-SW            PIC X(01) VALUE 'N'.
007900         88  ATN-EOF-SAMPLE                     VALUE 'Y'.
008000     05  ATN-SMX-CLOSED-SW          PIC X(01) VALUE 'N'.
008100         88  ATN-SMX-WAS-CLOSED                 VALUE 'Y'.
008200
008300******************************************************************
008400*    REPORT PRINT LINES                                          *
008500******************************************************************
008600 COPY ATNSMXR.
008700
008800******************************************************************
008900*    REPORT CONTROL FIELDS                                       *
009000******************************************************************
009100 01  ATN-SMX-PAGE-NO                PIC 9(04) VALUE ZERO.
009200 01  ATN-SMX-LINE-COUNT             PIC 9(03) VALUE ZERO.
009300 77  ATN-MAX-LINES                  PIC 9(03) VALUE 55.
009400
009500******************************************************************
009600*    CLOSING PARAMETERS AND THE SAMPLE'S CONTROL FIGURES         *
009700******************************************************************
009800 01  ATN-SMX-SAMPLE-ID              PIC X(08) VALUE SPACES.
009900 01  ATN-SMX-OPERATOR-ID            PIC X(08) VALUE SPACES.
010000 01  ATN-SMX-CTL-ITEM-COUNT         PIC 9(04) VALUE ZERO.
010100 01  ATN-SMX-CLOSED-DATE            PIC 9(08) VALUE ZERO.
010200 01  ATN-SMX-CLOSED-BY              PIC X(08) VALUE SPACES.
010300 01  ATN-SMX-COUNT-EDIT             PIC ZZZ9.
010400
010500******************************************************************
010600*    RESULT COUNTS                                               *
010700******************************************************************
010800 77  ATN-SMX-ITEM-COUNT             PIC 9(04) COMP VALUE ZERO.
010900 77  ATN-SMX-PASSED-COUNT           PIC 9(04) COMP VALUE ZERO.
011000 77  ATN-SMX-FAILED-COUNT           PIC 9(04) COMP VALUE ZERO.
011100 77  ATN-SMX-UNTESTED-COUNT         PIC 9(04) COMP VALUE ZERO.
011200
011300 01  ATN-FMT-DATE                   PIC X(10) VALUE SPACES.
011400 01  ATN-FMT-DATE-NUM               PIC 9(08) VALUE ZERO.
011500 01  ATN-FMT-DATE-GROUP REDEFINES ATN-FMT-DATE-NUM.
011600     05  ATN-FMT-CCYY               PIC 9(04).
011700     05  ATN-FMT-MM                 PIC 9(02).
011800     05  ATN-FMT-DD                 PIC 9(02).
011900
012000 01  ATN-RUN-DATE-NUM               PIC 9(08).
012100 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
012200     05  ATN-RUN-CCYY               PIC 9(04).
012300     05  ATN-RUN-MM                 PIC 9(02).
012400     05  ATN-RUN-DD                 PIC 9(02).
012500
012600 01  ATN-RUN-TIME-NUM               PIC 9(08).
012700 01  ATN-RUN-TIME-GROUP REDEFINES ATN-RUN-TIME-NUM.
012800     05  ATN-RUN-HH                 PIC 9(02).
012900     05  ATN-RUN-MIN                PIC 9(02).
013000     05  ATN-RUN-SS                 PIC 9(02).
013100     05  ATN-RUN-HS                 PIC 9(02).
013200
013300 PROCEDURE DIVISION.
013400******************************************************************
013500*    0000-MAINLINE                                               *
013600*    CONTROLS THE OVERALL FLOW OF THE SAMPLE CLOSE.              *
013700******************************************************************
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000
014100     PERFORM 2000-REVIEW-ITEM THRU 2000-EXIT
014200         UNTIL ATN-EOF-SAMPLE.
014300
014400     PERFORM 3000-CLOSE-SAMPLE THRU 3000-EXIT.
014500
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700
014800     STOP RUN.
014900
015000******************************************************************
015100*    1000-INITIALIZE                                             *
015200*    PICKS UP THE SAMPLE ID AND THE CLOSING AUDITOR, OPENS THE   *
015300*    SAMPLE MASTER, READS THE SAMPLE'S CONTROL RECORD, OPENS THE *
015400*    REPORT AND PRINTS ITS HEADING, AND POSITIONS THE MASTER AT  *
015500*    THE SAMPLE'S FIRST ITEM.  A MISSING PARAMETER, MASTER, OR   *
015600*    SAMPLE IS A FATAL ERROR.                                    *
015700******************************************************************
015800 1000-INITIALIZE.
015900     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
016000     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
016100
016200     ACCEPT ATN-SMX-SAMPLE-ID FROM ENVIRONMENT 'ATN_SAMPLE_ID'.
016300     IF ATN-SMX-SAMPLE-ID = SPACES
016400         MOVE 'ATN_SAMPLE_ID MUST NAME THE SAMPLE'
016500             TO ATN-ABEND-MESSAGE
016600         GO TO 9900-ABEND
016700     END-IF.
016800
016900     ACCEPT ATN-SMX-OPERATOR-ID
017000         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
017100     IF ATN-SMX-OPERATOR-ID = SPACES
017200         MOVE 'ATN_OPERATOR_ID MUST NAME THE AUDITOR CLOSING'
017300             TO ATN-ABEND-MESSAGE
017400         GO TO 9900-ABEND
017500     END-IF.
017600
017700     OPEN I-O ATN-SAMPLE-FILE.
017800     IF ATN-SMPL-STATUS NOT = '00'
017900         STRING 'UNABLE TO OPEN SAMPLE MASTER - FILE STATUS '
018000             ATN-SMPL-STATUS DELIMITED BY SIZE
018100             INTO ATN-ABEND-MESSAGE
018200         GO TO 9900-ABEND
018300     END-IF.
018400
018500     MOVE ATN-SMX-SAMPLE-ID TO ATN-SMPL-SAMPLE-ID.
018600     MOVE ZERO              TO ATN-SMPL-ITEM-NO.
018700     READ ATN-SAMPLE-FILE
018800         INVALID KEY
018900             STRING 'SAMPLE ' ATN-SMX-SAMPLE-ID
019000                 ' IS NOT ON THE SAMPLE MASTER' DELIMITED BY SIZE
019100                 INTO ATN-ABEND-MESSAGE
019200             GO TO 9900-ABEND
019300     END-READ.
019400
019500     MOVE ATN-SMPL-CTL-ITEM-COUNT TO ATN-SMX-CTL-ITEM-COUNT.
019600     IF ATN-SMPL-CTL-CLOSED
019700         SET ATN-SMX-WAS-CLOSED TO TRUE
019800         MOVE ATN-SMPL-CTL-CLOSED-DATE TO ATN-SMX-CLOSED-DATE
019900         MOVE ATN-SMPL-CTL-CLOSED-BY   TO ATN-SMX-CLOSED-BY
020000     END-IF.
020100
020200     OPEN OUTPUT ATN-EXCEPTION-REPORT.
020300
020400     STRING ATN-RUN-MM "/" ATN-RUN-DD "/" ATN-RUN-CCYY
020500         DELIMITED BY SIZE INTO ATN-SMX-HDG-RUN-DATE.
020600     STRING ATN-RUN-HH ":" ATN-RUN-MIN ":" ATN-RUN-SS
020700         DELIMITED BY SIZE INTO ATN-SMX-HDG-RUN-TIME.
020800     MOVE ATN-SMX-OPERATOR-ID       TO ATN-SMX-HDG-OPERATOR.
020900     MOVE ATN-SMX-SAMPLE-ID         TO ATN-SMX-HDG-SAMPLE-ID.
021000     MOVE ATN-SMPL-CTL-FROM-DATE    TO ATN-FMT-DATE-NUM.
021100     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
021200     MOVE ATN-FMT-DATE              TO ATN-SMX-HDG-FROM-DATE.
021300     MOVE ATN-SMPL-CTL-THRU-DATE    TO ATN-FMT-DATE-NUM.
021400     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
021500     MOVE ATN-FMT-DATE              TO ATN-SMX-HDG-THRU-DATE.
021600     MOVE ATN-SMPL-CTL-SELECT-DATE  TO ATN-FMT-DATE-NUM.
021700     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
021800     MOVE ATN-FMT-DATE              TO ATN-SMX-HDG-SELECT-DATE.
021900     MOVE ATN-SMPL-CTL-SEED         TO ATN-SMX-HDG-SEED.
022000
022100     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
022200
022300     MOVE ATN-SMX-SAMPLE-ID TO ATN-SMPL-SAMPLE-ID.
022400     MOVE 1                 TO ATN-SMPL-ITEM-NO.
022500     START ATN-SAMPLE-FILE
022600         KEY NOT LESS THAN ATN-SMPL-KEY
022700         INVALID KEY
022800             SET ATN-EOF-SAMPLE TO TRUE
022900     END-START.
023000 1000-EXIT.
023100     EXIT.
023200
023300******************************************************************
023400*    2000-REVIEW-ITEM                                            *
023500*    READS THE NEXT ITEM OF THE SAMPLE AND COUNTS ITS RESULT.  A *
023600*    FAILED OR UNTESTED ITEM IS LISTED ON THE SUMMARY; A PASSED  *
023700*    ITEM IS ONLY COUNTED.  THE FIRST RECORD OF ANOTHER SAMPLE   *
023800*    ENDS THE PASS.                                              *
023900******************************************************************
024000 2000-REVIEW-ITEM.
024100     READ ATN-SAMPLE-FILE NEXT RECORD
024200         AT END
024300             SET ATN-EOF-SAMPLE TO TRUE
024400             GO TO 2000-EXIT
024500     END-READ.
024600
024700     IF ATN-SMPL-SAMPLE-ID NOT = ATN-SMX-SAMPLE-ID
024800         SET ATN-EOF-SAMPLE TO TRUE
024900         GO TO 2000-EXIT
025000     END-IF.
025100
025200     ADD 1 TO ATN-SMX-ITEM-COUNT.
025300     EVALUATE TRUE
025400         WHEN ATN-SMPL-PASSED
025500             ADD 1 TO ATN-SMX-PASSED-COUNT
025600             GO TO 2000-EXIT
025700         WHEN ATN-SMPL-FAILED
025800             ADD 1 TO ATN-SMX-FAILED-COUNT
025900             MOVE 'FAILED'     TO ATN-SMX-DTL-RESULT
026000         WHEN OTHER
026100             ADD 1 TO ATN-SMX-UNTESTED-COUNT
026200             MOVE 'NOT TESTED' TO ATN-SMX-DTL-RESULT
026300     END-EVALUATE.
026400
026500     MOVE ATN-SMPL-ITEM-NO     TO ATN-SMX-DTL-ITEM.
026600     EVALUATE TRUE
026700         WHEN ATN-SMPL-BY-THRESHOLD
026800             MOVE 'THRESHOLD' TO ATN-SMX-DTL-REASON
026900         WHEN ATN-SMPL-BY-OPERATOR
027000             MOVE 'OPERATOR'  TO ATN-SMX-DTL-REASON
027100         WHEN OTHER
027200             MOVE 'RANDOM'    TO ATN-SMX-DTL-REASON
027300     END-EVALUATE.
027400     MOVE ATN-SMPL-RUN-DATE    TO ATN-FMT-DATE-NUM.
027500     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
027600     MOVE ATN-FMT-DATE         TO ATN-SMX-DTL-DATE.
027700     MOVE ATN-SMPL-JOB-ID      TO ATN-SMX-DTL-JOB.
027800     MOVE ATN-SMPL-SEQ-NO      TO ATN-SMX-DTL-SEQ.
027900     MOVE ATN-SMPL-NUM1        TO ATN-SMX-DTL-NUM1.
028000     MOVE ATN-SMPL-NUM2        TO ATN-SMX-DTL-NUM2.
028100     MOVE ATN-SMPL-SUM         TO ATN-SMX-DTL-SUM.
028200     MOVE ATN-SMPL-OPERATOR-ID TO ATN-SMX-DTL-OPERATOR.
028300     MOVE ATN-SMPL-TESTED-BY   TO ATN-SMX-DTL-TESTED-BY.
028400     IF ATN-SMPL-TESTED-DATE = ZERO
028500         MOVE SPACES TO ATN-SMX-DTL-TESTED-ON
028600     ELSE
028700         MOVE ATN-SMPL-TESTED-DATE TO ATN-FMT-DATE-NUM
028800         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
028900         MOVE ATN-FMT-DATE TO ATN-SMX-DTL-TESTED-ON
029000     END-IF.
029100
029200     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
029300 2000-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    3000-CLOSE-SAMPLE                                           *
029800*    CHECKS THE ITEMS READ AGAINST THE CONTROL RECORD'S COUNT -  *
029900*    A DIFFERENCE MEANS THE SAMPLE MASTER HAS BEEN DISTURBED AND *
030000*    IS A FATAL ERROR.  WHEN EVERY ITEM HAS A RESULT THE CONTROL *
030100*    RECORD IS MARKED CLOSED UNDER THE CLOSING AUDITOR; A SAMPLE *
030200*    WITH ITEMS STILL UNTESTED, OR ONE ALREADY CLOSED, IS LEFT   *
030300*    AS IT IS.                                                   *
030400******************************************************************
030500 3000-CLOSE-SAMPLE.
030600     IF ATN-SMX-ITEM-COUNT NOT = ATN-SMX-CTL-ITEM-COUNT
030700         MOVE ATN-SMX-ITEM-COUNT TO ATN-SMX-COUNT-EDIT
030800         STRING 'SAMPLE MASTER HOLDS ' ATN-SMX-COUNT-EDIT
030900             ' ITEMS - CONTROL RECORD DOES NOT AGREE'
031000             DELIMITED BY SIZE INTO ATN-ABEND-MESSAGE
031100         GO TO 9900-ABEND
031200     END-IF.
031300
031400     IF ATN-SMX-WAS-CLOSED
031500             OR ATN-SMX-UNTESTED-COUNT > ZERO
031600         GO TO 3000-EXIT
031700     END-IF.
031800
031900     MOVE ATN-SMX-SAMPLE-ID TO ATN-SMPL-SAMPLE-ID.
032000     MOVE ZERO              TO ATN-SMPL-ITEM-NO.
032100     READ ATN-SAMPLE-FILE
032200         INVALID KEY
032300             STRING 'SAMPLE ' ATN-SMX-SAMPLE-ID
032400                 ' CONTROL RECORD CANNOT BE REREAD'
032500                 DELIMITED BY SIZE INTO ATN-ABEND-MESSAGE
032600             GO TO 9900-ABEND
032700     END-READ.
032800
032900     SET ATN-SMPL-CTL-CLOSED        TO TRUE.
033000     MOVE ATN-RUN-DATE-NUM          TO ATN-SMPL-CTL-CLOSED-DATE.
033100     MOVE ATN-SMX-OPERATOR-ID       TO ATN-SMPL-CTL-CLOSED-BY.
033200     MOVE ATN-SMX-FAILED-COUNT      TO ATN-SMPL-CTL-FAILED-COUNT.
033300
033400     REWRITE ATN-SMPL-RECORD
033500         INVALID KEY
033600             STRING 'SAMPLE MASTER REWRITE FAILED - FILE STATUS '
033700                 ATN-SMPL-STATUS DELIMITED BY SIZE
033800                 INTO ATN-ABEND-MESSAGE
033900             GO TO 9900-ABEND
034000     END-REWRITE.
034100
034200     MOVE ATN-RUN-DATE-NUM    TO ATN-SMX-CLOSED-DATE.
034300     MOVE ATN-SMX-OPERATOR-ID TO ATN-SMX-CLOSED-BY.
034400 3000-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    4000-PRINT-HEADINGS                                         *
034900*    WRITES THE SUMMARY HEADING, THE PARAMETER ECHO, AND THE     *
035000*    COLUMN HEADINGS AT THE TOP OF EACH PAGE AND RESETS THE PAGE *
035100*    LINE COUNT.                                                 *
035200******************************************************************
035300 4000-PRINT-HEADINGS.
035400     ADD 1 TO ATN-SMX-PAGE-NO.
035500     MOVE ATN-SMX-PAGE-NO TO ATN-SMX-HDG-PAGE-NO.
035600
035700     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-HEADING-LINE-1
035800         AFTER ADVANCING PAGE.
035900     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-HEADING-LINE-2
036000         AFTER ADVANCING 1 LINE.
036100     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-PARM-LINE
036200         AFTER ADVANCING 1 LINE.
036300     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-HEADING-LINE-3
036400         AFTER ADVANCING 2 LINES.
036500
036600     MOVE ZERO TO ATN-SMX-LINE-COUNT.
036700 4000-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    5000-PRINT-DETAIL                                           *
037200*    WRITES ONE EXCEPTION, WITH THE AUDITOR'S NOTE ON THE LINE   *
037300*    BELOW WHEN THERE IS ONE, STARTING A NEW PAGE FIRST IF THE   *
037400*    CURRENT PAGE IS FULL.                                       *
037500******************************************************************
037600 5000-PRINT-DETAIL.
037700     IF ATN-SMX-LINE-COUNT >= ATN-MAX-LINES
037800         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
037900     END-IF.
038000
038100     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-DETAIL-LINE
038200         AFTER ADVANCING 2 LINES.
038300     ADD 2 TO ATN-SMX-LINE-COUNT.
038400
038500     IF ATN-SMPL-NOTE NOT = SPACES
038600         MOVE ATN-SMPL-NOTE TO ATN-SMX-NTE-NOTE
038700         WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-NOTE-LINE
038800             AFTER ADVANCING 1 LINE
038900         ADD 1 TO ATN-SMX-LINE-COUNT
039000     END-IF.
039100 5000-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500*    6000-PRINT-TOTALS                                           *
039600*    PRINTS THE RESULT COUNTS AND THE SAMPLE'S CLOSING STATUS.   *
039700******************************************************************
039800 6000-PRINT-TOTALS.
039900     MOVE 'ITEMS IN SAMPLE' TO ATN-SMX-TOT-LABEL.
040000     MOVE ATN-SMX-ITEM-COUNT TO ATN-SMX-TOT-COUNT.
040100     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-TOTAL-LINE
040200         AFTER ADVANCING 3 LINES.
040300
040400     MOVE 'ITEMS PASSED' TO ATN-SMX-TOT-LABEL.
040500     MOVE ATN-SMX-PASSED-COUNT TO ATN-SMX-TOT-COUNT.
040600     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-TOTAL-LINE
040700         AFTER ADVANCING 1 LINE.
040800
040900     MOVE 'ITEMS FAILED' TO ATN-SMX-TOT-LABEL.
041000     MOVE ATN-SMX-FAILED-COUNT TO ATN-SMX-TOT-COUNT.
041100     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-TOTAL-LINE
041200         AFTER ADVANCING 1 LINE.
041300
041400     MOVE 'ITEMS NOT TESTED' TO ATN-SMX-TOT-LABEL.
041500     MOVE ATN-SMX-UNTESTED-COUNT TO ATN-SMX-TOT-COUNT.
041600     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-TOTAL-LINE
041700         AFTER ADVANCING 1 LINE.
041800
041900     MOVE SPACES TO ATN-SMX-STA-TEXT.
042000     IF ATN-SMX-CLOSED-DATE = ZERO
042100         MOVE ATN-SMX-UNTESTED-COUNT TO ATN-SMX-COUNT-EDIT
042200         STRING 'SAMPLE LEFT OPEN - ' ATN-SMX-COUNT-EDIT
042300             ' ITEMS NOT YET TESTED' DELIMITED BY SIZE
042400             INTO ATN-SMX-STA-TEXT
042500     ELSE
042600         MOVE ATN-SMX-CLOSED-DATE TO ATN-FMT-DATE-NUM
042700         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
042800         IF ATN-SMX-WAS-CLOSED
042900             STRING 'SAMPLE WAS CLOSED ' ATN-FMT-DATE ' BY '
043000                 ATN-SMX-CLOSED-BY ' - REPRINTED AS IT STANDS'
043100                 DELIMITED BY SIZE INTO ATN-SMX-STA-TEXT
043200         ELSE
043300             STRING 'SAMPLE CLOSED ' ATN-FMT-DATE ' BY '
043400                 ATN-SMX-CLOSED-BY DELIMITED BY SIZE
043500                 INTO ATN-SMX-STA-TEXT
043600         END-IF
043700     END-IF.
043800     WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-STATUS-LINE
043900         AFTER ADVANCING 2 LINES.
044000 6000-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    8000-FORMAT-DATE                                            *
044500*    EDITS ATN-FMT-DATE-NUM (CCYYMMDD) INTO ATN-FMT-DATE AS      *
044600*    MM/DD/CCYY.                                                 *
044700******************************************************************
044800 8000-FORMAT-DATE.
044900     MOVE SPACES TO ATN-FMT-DATE.
045000     STRING ATN-FMT-MM "/" ATN-FMT-DD "/" ATN-FMT-CCYY
045100         DELIMITED BY SIZE INTO ATN-FMT-DATE.
045200 8000-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    9000-TERMINATE                                              *
045700*    PRINTS THE COUNTS AND CLOSING STATUS, CLOSES THE FILES, AND *
045800*    SETS THE RETURN CODE - 8 WHEN THE SAMPLE IS LEFT OPEN, 4    *
045900*    WHEN IT IS CLOSED WITH FAILURES.                            *
046000******************************************************************
046100 9000-TERMINATE.
046200     IF ATN-SMX-FAILED-COUNT = ZERO
046300             AND ATN-SMX-UNTESTED-COUNT = ZERO
046400         WRITE ATN-SMXRPT-RECORD FROM ATN-SMX-NONE-LINE
046500             AFTER ADVANCING 2 LINES
046600     END-IF.
046700
046800     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
046900
047000     CLOSE ATN-SAMPLE-FILE.
047100     CLOSE ATN-EXCEPTION-REPORT.
047200
047300     EVALUATE TRUE
047400         WHEN ATN-SMX-CLOSED-DATE = ZERO
047500             DISPLAY 'ADDTWONUMBERSSAMPLECLOSE - SAMPLE '
047600                 ATN-SMX-SAMPLE-ID ' LEFT OPEN - ITEMS NOT TESTED'
047700             MOVE 8 TO RETURN-CODE
047800         WHEN ATN-SMX-FAILED-COUNT > ZERO
047900             DISPLAY 'ADDTWONUMBERSSAMPLECLOSE - SAMPLE '
048000                 ATN-SMX-SAMPLE-ID ' HAS FAILED ITEMS'
048100             MOVE 4 TO RETURN-CODE
048200     END-EVALUATE.
048300 9000-EXIT.
048400     EXIT.
048500
048600******************************************************************
048700*    9900-ABEND                                                  *
048800*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
048900*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
049000*    WITH A NONZERO RETURN CODE.                                 *
049100******************************************************************
049200 9900-ABEND.
049300     DISPLAY 'ADDTWONUMBERSSAMPLECLOSE - ' ATN-ABEND-MESSAGE.
049400     MOVE 16 TO RETURN-CODE.
049500     STOP RUN.
