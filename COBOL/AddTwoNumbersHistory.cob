000700*                                                                *
000800*    DESCRIPTION:  RUN HISTORY TREND REPORT FOR THE             *
000900*                  ADDTWONUMBERS BATCH SUBSYSTEM.  THE RUN-     *
001000*                  CONTROL MASTER (SEE ATNRUN) HOLDS EVERY      *
001100*                  DATE'S CLOSING FIGURES BUT THE CONTROL       *
001200*                  REPORT ONLY EVER SHOWS TWO OF THEM.  THIS    *
001300*                  PROGRAM PRINTS THE HISTORY OVER THE          *
001400*                  REQUESTED RANGE (ATN_HIST_FROM_DATE /        *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    ---------- ----  ------------------------------------      *
003400*    2025-07-28 JH    ORIGINAL PROGRAM.                          *
003410*    2026-04-06 JH    THE RUN-CONTROL MASTER (SEE ATNRUN) IS    *
003420*                     NOW AN INDEXED FILE KEYED BY RUN DATE.    *
003430*                     THE REPORT STARTS THE MASTER AT THE FROM  *
003440*                     DATE AND READS IT ONE DATE AT A TIME TO   *
003450*                     THE THRU DATE IN PLACE OF THE 500-DATE    *
003460*                     TABLE.                                    *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ATN-RUN-CONTROL-FILE ASSIGN TO RUNCTL
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005350         RECORD KEY IS ATN-RUNC-RUN-DATE
005400         FILE STATUS IS ATN-RUNC-STATUS.
005500
005600     SELECT ATN-HISTORY-REPORT ASSIGN TO HISRPT
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ATN-RUN-CONTROL-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 COPY ATNRUN.
006700
012600 01  ATN-DEVIATION-WK               PIC S9(10)V99 VALUE ZERO.
012700 01  ATN-ALLOWED-WK                 PIC S9(10)V99 VALUE ZERO.
012800
014600 01  ATN-FMT-DATE                   PIC X(10) VALUE SPACES.
014700 01  ATN-FMT-DATE-NUM               PIC 9(08) VALUE ZERO.
014800 01  ATN-FMT-DATE-GROUP REDEFINES ATN-FMT-DATE-NUM.
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300
017500     PERFORM 2000-PRINT-ONE-DATE THRU 2000-EXIT
017600         UNTIL ATN-EOF-RUN-CONTROLS.
017700
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900
018200******************************************************************
018300*    1000-INITIALIZE                                             *
018400*    PICKS UP AND EDITS THE RANGE AND TOLERANCE PARAMETERS,      *
018500*    POSITIONS THE RUN-CONTROL MASTER AT THE FROM DATE, OPENS    *
018600*    THE REPORT, AND PRINTS THE HEADING WITH THE PARAMETERS      *
018700*    ECHOED.  AN EMPTY OR MISSING MASTER IS A FATAL ERROR -      *
018800*    THERE IS NO HISTORY TO REPORT.                              *
018900******************************************************************
019000 1000-INITIALIZE.
019100     ACCEPT ATN-HIST-FROM-PARM
023400         GO TO 9900-ABEND
023500     END-IF.
023600
023700     MOVE ZERO TO ATN-RUNC-RUN-DATE.
023800     START ATN-RUN-CONTROL-FILE
023900         KEY IS NOT LESS THAN ATN-RUNC-RUN-DATE
024000         INVALID KEY
024100             MOVE 'RUN CONTROL MASTER IS EMPTY - NO HISTORY'
024200                 TO ATN-ABEND-MESSAGE
024300             GO TO 9900-ABEND
024400     END-START.
024410
024420     MOVE ATN-FROM-DATE TO ATN-RUNC-RUN-DATE.
024430     START ATN-RUN-CONTROL-FILE
024440         KEY IS NOT LESS THAN ATN-RUNC-RUN-DATE
024450         INVALID KEY
024460             SET ATN-EOF-RUN-CONTROLS TO TRUE
024470     END-START.
024600
024700     OPEN OUTPUT ATN-HISTORY-REPORT.
024800
026100 1000-EXIT.
026200     EXIT.
026300
029700******************************************************************
029710*    2000-PRINT-ONE-DATE                                         *
029720*    READS THE NEXT RUN-CONTROL DATE AND PRINTS IT, JUDGED       *
029730*    AGAINST THE TRAILING AVERAGE OF THE DATES ALREADY PRINTED.  *
029740*    THE MASTER IS READ IN RUN DATE ORDER FROM THE FROM DATE, SO *
029750*    THE FIRST DATE PAST THE THRU DATE ENDS THE REPORT.  THE     *
029760*    FLAG STATE OF THE LATEST COMPLETED DATE SEEN SO FAR DRIVES  *
029770*    THE RETURN CODE - THE LAST COMPLETED ONE WINS.              *
029780******************************************************************
029790 2000-PRINT-ONE-DATE.
029800     READ ATN-RUN-CONTROL-FILE NEXT RECORD
029810         AT END
029820             SET ATN-EOF-RUN-CONTROLS TO TRUE
029830             GO TO 2000-EXIT
029840     END-READ.
029850
029860     IF ATN-RUNC-RUN-DATE > ATN-THRU-DATE
029870         SET ATN-EOF-RUN-CONTROLS TO TRUE
029880         GO TO 2000-EXIT
029890     END-IF.
031200
031300     MOVE 'N' TO ATN-DAY-FLAG-SW.
031400     MOVE SPACES TO ATN-HIS-DTL-FLAG.
032300         PERFORM 2100-JUDGE-TOLERANCE THRU 2100-EXIT
032400     END-IF.
032500
032600     MOVE ATN-RUNC-RUN-DATE TO ATN-FMT-DATE-NUM.
032700     MOVE SPACES TO ATN-FMT-DATE.
032800     STRING ATN-FMT-MM "/" ATN-FMT-DD "/" ATN-FMT-CCYY
032900         DELIMITED BY SIZE INTO ATN-FMT-DATE.
033000
033100     MOVE ATN-FMT-DATE TO ATN-HIS-DTL-DATE.
033200     MOVE ATN-RUNC-RECORD-COUNT
033300         TO ATN-HIS-DTL-COUNT.
033400     MOVE ATN-RUNC-GRAND-TOTAL
033500         TO ATN-HIS-DTL-TOTAL.
033600     MOVE ATN-RUNC-EXCP-COUNT
033700         TO ATN-HIS-DTL-EXCP.
033800     MOVE ATN-RUNC-STATUS-CODE
033900         TO ATN-HIS-DTL-STATUS.
034000     MOVE ATN-AVG-COUNT TO ATN-HIS-DTL-AVG.
034100
034200     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
034300
034400     ADD 1 TO ATN-DAYS-PRINTED.
034500     ADD ATN-RUNC-RECORD-COUNT TO ATN-CUM-COUNT.
034600     ADD ATN-RUNC-GRAND-TOTAL  TO ATN-CUM-TOTAL.
034700
034800     IF ATN-DAY-FLAGGED
034900         ADD 1 TO ATN-DAYS-FLAGGED
035000     END-IF.
035100
035200     IF ATN-RUNC-STATUS-CODE = 'C'
035300         IF ATN-DAY-FLAGGED
035400             SET ATN-LATEST-FLAGGED TO TRUE
035500         ELSE
036600*    OPERATOR'S TOLERANCE PERCENT FLAGS THE DAY.                 *
036700******************************************************************
036800 2100-JUDGE-TOLERANCE.
036900     IF ATN-RUNC-RECORD-COUNT > ATN-AVG-COUNT
037000         COMPUTE ATN-DEVIATION-WK
037100             = ATN-RUNC-RECORD-COUNT
037200             - ATN-AVG-COUNT
037300     ELSE
037400         COMPUTE ATN-DEVIATION-WK
037500             = ATN-AVG-COUNT
037600             - ATN-RUNC-RECORD-COUNT
037700     END-IF.
037800     COMPUTE ATN-ALLOWED-WK ROUNDED
037900         = ATN-AVG-COUNT * ATN-TOLERANCE-PCT / 100.
038200         MOVE 'COUNT OUT OF TOLERANCE' TO ATN-HIS-DTL-FLAG
038300     END-IF.
038400
038500     IF ATN-RUNC-GRAND-TOTAL > ATN-AVG-TOTAL
038600         COMPUTE ATN-DEVIATION-WK
038700             = ATN-RUNC-GRAND-TOTAL
038800             - ATN-AVG-TOTAL
038900     ELSE
039000         COMPUTE ATN-DEVIATION-WK
039100             = ATN-AVG-TOTAL
039200             - ATN-RUNC-GRAND-TOTAL
039300     END-IF.
039400     IF ATN-AVG-TOTAL < ZERO
039500         COMPUTE ATN-ALLOWED-WK ROUNDED
046400     WRITE ATN-HISRPT-RECORD FROM ATN-HIS-FLAGGED-LINE
046500         AFTER ADVANCING 1 LINE.
046600
046650     CLOSE ATN-RUN-CONTROL-FILE.
046700     CLOSE ATN-HISTORY-REPORT.
046800
046900     IF ATN-LATEST-FLAGGED
