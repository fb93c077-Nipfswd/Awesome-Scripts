003300*    DATE       INIT  DESCRIPTION                                *
003400*    ---------- ----  ------------------------------------      *
003500*    2025-07-07 JH    ORIGINAL PROGRAM.                          *
003510*    2025-11-17 JH    THE VERDICT IS NOW RECORDED IN THE NEW    *
003520*                     BALANCED SWITCH ON THE DATE'S RUN-CONTROL *
003530*                     ENTRY (SEE ATNRUN), REWRITTEN IN PLACE,   *
003540*                     FOR THE FISCAL PERIOD CLOSE (SEE          *
003550*                     ADDTWONUMBERSPERIODCLOSE).                *
003558*    2026-04-06 JH    THE RUN-CONTROL MASTER (SEE ATNRUN) IS    *
003566*                     NOW AN INDEXED FILE KEYED BY RUN DATE.    *
003574*                     THE BUSINESS DATE'S ENTRY IS READ AND     *
003582*                     REWRITTEN BY KEY INSTEAD OF BY A PASS     *
003590*                     OVER THE WHOLE MASTER.                    *
003591*    2026-05-04 JH    TRANSIN, POSTIN AND REJECTIN MUST EACH    *
003592*                     OPEN WITH A HEADER RECORD FOR THE         *
003593*                     BUSINESS DATE BEING CERTIFIED; A MISSING  *
003594*                     OR MISMATCHED HEADER STOPS THE RUN.       *
003595*                     HEADERS ARE NOT COUNTED.                  *
003600*                                                                *
003700******************************************************************
003800 IDENTIFICATION DIVISION.
006500         FILE STATUS IS ATN-RJCT-STATUS.
006600
006700     SELECT OPTIONAL ATN-RUN-CONTROL-FILE ASSIGN TO RUNCTL
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
006950         RECORD KEY IS ATN-RUNC-RUN-DATE
007000         FILE STATUS IS ATN-RUNC-STATUS.
007100
007200     SELECT OPTIONAL ATN-AUDIT-FILE ASSIGN TO AUDITLOG
009700 COPY ATNRJCT.
009800
009900 FD  ATN-RUN-CONTROL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 COPY ATNRUN.
010300
013200         88  ATN-POST-TRL-FOUND                 VALUE 'Y'.
013300     05  ATN-RJCT-EOF-SW            PIC X(01) VALUE 'N'.
013400         88  ATN-EOF-REJECTS                    VALUE 'Y'.
013700     05  ATN-RUNC-FOUND-SW          PIC X(01) VALUE 'N'.
013800         88  ATN-RUNC-FOUND                     VALUE 'Y'.
013900     05  ATN-AUDIT-EOF-SW           PIC X(01) VALUE 'N'.
014000         88  ATN-EOF-AUDIT                      VALUE 'Y'.
014010     05  ATN-TRAN-HDR-SW            PIC X(01) VALUE 'N'.
014020         88  ATN-TRAN-HDR-FOUND                 VALUE 'Y'.
014030     05  ATN-POST-HDR-SW            PIC X(01) VALUE 'N'.
014040         88  ATN-POST-HDR-FOUND                 VALUE 'Y'.
014050     05  ATN-RJCT-HDR-SW            PIC X(01) VALUE 'N'.
014060         88  ATN-RJCT-HDR-FOUND                 VALUE 'Y'.
014100
014200******************************************************************
014300*    REPORT PRINT LINES                                          *
020100     PERFORM 2000-COUNT-TRANS THRU 2000-EXIT.
020200     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
020300     PERFORM 2200-COUNT-REJECTS THRU 2200-EXIT.
020400     PERFORM 2300-READ-RUN-CONTROL THRU 2300-EXIT.
020500     PERFORM 2400-SUM-AUDIT-LOG THRU 2400-EXIT.
020600
020700     PERFORM 3000-JUDGE-CONTROLS THRU 3000-EXIT.
025200******************************************************************
025300*    2000-COUNT-TRANS                                            *
025400*    COUNTS THE DAY'S TRANSACTION RECORDS.  A MISSING TRANSIN    *
025500*    IS A FATAL ERROR - THERE IS NOTHING TO CERTIFY.  SO IS A    *
025510*    TRANSIN WITH NO HEADER RECORD OR WITH A HEADER FOR ANOTHER  *
025520*    BUSINESS DATE - IT IS NOT THE FILE THE RUN TOTALED.         *
025600******************************************************************
025700 2000-COUNT-TRANS.
025800     OPEN INPUT ATN-TRANS-FILE.
026600     PERFORM 2010-COUNT-ONE-TRAN THRU 2010-EXIT
026700         UNTIL ATN-EOF-TRANS.
026800
026810     IF NOT ATN-TRAN-HDR-FOUND
026820         MOVE 'TRANSIN HAS NO HEADER RECORD' TO ATN-ABEND-MESSAGE
026830         GO TO 9900-ABEND
026840     END-IF.
026850
026900     CLOSE ATN-TRANS-FILE.
027000 2000-EXIT.
027100     EXIT.
027600             SET ATN-EOF-TRANS TO TRUE
027700             GO TO 2010-EXIT
027800     END-READ.
027810
027820     IF ATN-TRAN-IS-HEADER
027830         PERFORM 2020-CHECK-TRANS-HEADER THRU 2020-EXIT
027840         GO TO 2010-EXIT
027850     END-IF.
027860     IF NOT ATN-TRAN-HDR-FOUND
027870         MOVE 'TRANSIN HAS NO HEADER RECORD' TO ATN-ABEND-MESSAGE
027880         GO TO 9900-ABEND
027890     END-IF.
027900     ADD 1 TO ATN-TRANS-COUNT.
028000 2010-EXIT.
028010     EXIT.
028020
028030******************************************************************
028040*    2020-CHECK-TRANS-HEADER                                     *
028050*    CHECKS A TRANSACTION FILE HEADER'S BUSINESS DATE AGAINST    *
028060*    THE DATE BEING CERTIFIED AND STOPS THE RUN IF THEY DIFFER.  *
028070******************************************************************
028080 2020-CHECK-TRANS-HEADER.
028090     IF ATN-TRAN-HDR-BUSINESS-DATE NOT = ATN-BUSINESS-DATE
028100         DISPLAY 'ADDTWONUMBERSBALANCE - TRANSIN HEADER DATE '
028110             ATN-TRAN-HDR-BUSINESS-DATE ' BUSINESS DATE '
028120             ATN-BUSINESS-DATE
028130         DISPLAY 'ADDTWONUMBERSBALANCE - TRANSIN WRITTEN BY '
028140             ATN-TRAN-HDR-PROGRAM ' JOB ' ATN-TRAN-HDR-JOB-ID
028150         MOVE 'TRANSIN HEADER DATE IS NOT THE BUSINESS DATE'
028160             TO ATN-ABEND-MESSAGE
028170         GO TO 9900-ABEND
028180     END-IF.
028182     SET ATN-TRAN-HDR-FOUND TO TRUE.
028184 2020-EXIT.
028186     EXIT.
028200
028300******************************************************************
028400*    2100-READ-POSTING                                           *
028500*    COUNTS THE POSTING DETAILS AND CAPTURES THE CONTROL         *
028600*    TRAILER FIGURES.  A MISSING POSTING FILE IS A FATAL         *
028700*    ERROR; A MISSING TRAILER IS A BREAK JUDGED LATER.  A        *
028710*    POSTING FILE WITH NO HEADER, OR A HEADER FOR ANOTHER        *
028720*    BUSINESS DATE, IS FATAL.                                    *
028800******************************************************************
028900 2100-READ-POSTING.
029000     OPEN INPUT ATN-POSTING-FILE.
029800     PERFORM 2110-READ-ONE-POSTING THRU 2110-EXIT
029900         UNTIL ATN-POST-EOF.
030000
030010     IF NOT ATN-POST-HDR-FOUND
030020         MOVE 'POSTIN HAS NO HEADER RECORD' TO ATN-ABEND-MESSAGE
030030         GO TO 9900-ABEND
030040     END-IF.
030050
030100     CLOSE ATN-POSTING-FILE.
030200 2100-EXIT.
030300     EXIT.
030900             GO TO 2110-EXIT
031000     END-READ.
031100
031110     IF ATN-POST-HEADER
031120         PERFORM 2120-CHECK-POST-HEADER THRU 2120-EXIT
031130         GO TO 2110-EXIT
031140     END-IF.
031150     IF NOT ATN-POST-HDR-FOUND
031160         MOVE 'POSTIN HAS NO HEADER RECORD' TO ATN-ABEND-MESSAGE
031170         GO TO 9900-ABEND
031180     END-IF.
031190
031200     IF ATN-POST-TRAILER
031300         SET ATN-POST-TRL-FOUND TO TRUE
031400         MOVE ATN-POST-TRL-RECORD-COUNT TO ATN-POST-TRL-COUNT-WK
031700         ADD 1 TO ATN-POST-DETAIL-COUNT
031800     END-IF.
031900 2110-EXIT.
031910     EXIT.
031915
031920******************************************************************
031925*    2120-CHECK-POST-HEADER                                      *
031930*    CHECKS THE POSTING FILE HEADER'S BUSINESS DATE AGAINST THE  *
031935*    DATE BEING CERTIFIED AND STOPS THE RUN IF THEY DIFFER.      *
031940******************************************************************
031945 2120-CHECK-POST-HEADER.
031950     IF ATN-POST-HDR-BUSINESS-DATE NOT = ATN-BUSINESS-DATE
031955         DISPLAY 'ADDTWONUMBERSBALANCE - POSTIN HEADER DATE '
031960             ATN-POST-HDR-BUSINESS-DATE ' BUSINESS DATE '
031965             ATN-BUSINESS-DATE
031970         DISPLAY 'ADDTWONUMBERSBALANCE - POSTIN WRITTEN BY '
031975             ATN-POST-HDR-PROGRAM ' JOB ' ATN-POST-HDR-JOB-ID
031980         MOVE 'POSTIN HEADER DATE IS NOT THE BUSINESS DATE'
031985             TO ATN-ABEND-MESSAGE
031990         GO TO 9900-ABEND
031992     END-IF.
031994     SET ATN-POST-HDR-FOUND TO TRUE.
031996 2120-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300*    2200-COUNT-REJECTS                                          *
032400*    COUNTS THE DAY'S SUSPENSE RECORDS.  THE FILE IS OPTIONAL    *
032500*    - A DAY WITH NO EXCEPTIONS READS AS EMPTY.  A FILE THAT IS  *
032510*    PRESENT MUST CARRY A HEADER FOR THE BUSINESS DATE.          *
032600******************************************************************
032700 2200-COUNT-REJECTS.
032800     OPEN INPUT ATN-REJECT-FILE.
032810     IF ATN-RJCT-STATUS = '05'
032820         CLOSE ATN-REJECT-FILE
032830         GO TO 2200-EXIT
032840     END-IF.
032900
033000     PERFORM 2210-COUNT-ONE-REJECT THRU 2210-EXIT
033100         UNTIL ATN-EOF-REJECTS.
033200
033210     IF NOT ATN-RJCT-HDR-FOUND
033220         MOVE 'REJECTIN HAS NO HEADER RECORD' TO ATN-ABEND-MESSAGE
033230         GO TO 9900-ABEND
033240     END-IF.
033250
033300     CLOSE ATN-REJECT-FILE.
033400 2200-EXIT.
033500     EXIT.
034000             SET ATN-EOF-REJECTS TO TRUE
034100             GO TO 2210-EXIT
034200     END-READ.
034210
034220     IF ATN-RJCT-IS-HEADER
034230         PERFORM 2220-CHECK-RJCT-HEADER THRU 2220-EXIT
034240         GO TO 2210-EXIT
034250     END-IF.
034260     IF NOT ATN-RJCT-HDR-FOUND
034270         MOVE 'REJECTIN HAS NO HEADER RECORD' TO ATN-ABEND-MESSAGE
034280         GO TO 9900-ABEND
034290     END-IF.
034300     ADD 1 TO ATN-RJCT-COUNT.
034400 2210-EXIT.
034410     EXIT.
034415
034420******************************************************************
034425*    2220-CHECK-RJCT-HEADER                                      *
034430*    CHECKS THE SUSPENSE FILE HEADER'S BUSINESS DATE AGAINST     *
034435*    THE DATE BEING CERTIFIED AND STOPS THE RUN IF THEY DIFFER.  *
034440******************************************************************
034445 2220-CHECK-RJCT-HEADER.
034450     IF ATN-RJCT-HDR-BUSINESS-DATE NOT = ATN-BUSINESS-DATE
034455         DISPLAY 'ADDTWONUMBERSBALANCE - REJECTIN HEADER DATE '
034460             ATN-RJCT-HDR-BUSINESS-DATE ' BUSINESS DATE '
034465             ATN-BUSINESS-DATE
034470         DISPLAY 'ADDTWONUMBERSBALANCE - REJECTIN WRITTEN BY '
034475             ATN-RJCT-HDR-PROGRAM ' JOB ' ATN-RJCT-HDR-JOB-ID
034480         MOVE 'REJECTIN HEADER DATE IS NOT THE BUSINESS DATE'
034485             TO ATN-ABEND-MESSAGE
034490         GO TO 9900-ABEND
034492     END-IF.
034494     SET ATN-RJCT-HDR-FOUND TO TRUE.
034496 2220-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    2300-READ-RUN-CONTROL                                       *
034900*    READS THE BUSINESS DATE'S ENTRY FROM THE RUN-CONTROL MASTER *
035000*    BY KEY AND CAPTURES ITS CLOSING FIGURES.  A DATE WITH NO    *
035100*    ENTRY IS A BREAK JUDGED LATER - THE RUN NEVER FINISHED.     *
035200******************************************************************
035300 2300-READ-RUN-CONTROL.
035400     OPEN INPUT ATN-RUN-CONTROL-FILE.
035500     IF ATN-RUNC-STATUS = '05'
035600         CLOSE ATN-RUN-CONTROL-FILE
035700         GO TO 2300-EXIT
035800     END-IF.
035900     IF ATN-RUNC-STATUS NOT = '00'
036000         STRING 'UNABLE TO OPEN RUN CONTROL - FILE STATUS '
036100             ATN-RUNC-STATUS DELIMITED BY SIZE
036200             INTO ATN-ABEND-MESSAGE
036300         GO TO 9900-ABEND
036400     END-IF.
036500
036600     MOVE ATN-BUSINESS-DATE TO ATN-RUNC-RUN-DATE.
036700     READ ATN-RUN-CONTROL-FILE
036800         INVALID KEY
036900             MOVE 'N' TO ATN-RUNC-FOUND-SW
037000         NOT INVALID KEY
037100             SET ATN-RUNC-FOUND TO TRUE
037200             MOVE ATN-RUNC-RECORD-COUNT
037210                 TO ATN-RUNC-RECORD-COUNT-WK
037300             MOVE ATN-RUNC-GRAND-TOTAL TO ATN-RUNC-GRAND-TOTAL-WK
037400             MOVE ATN-RUNC-EXCP-COUNT   TO ATN-RUNC-EXCP-COUNT-WK
037500     END-READ.
037550
037600     CLOSE ATN-RUN-CONTROL-FILE.
037650 2300-EXIT.
037700     EXIT.
037800
037900******************************************************************
054000*    PRINTS THE CERTIFIED OR HOLD VERDICT, CLOSES THE            *
054100*    CERTIFICATE, AND SETS RETURN CODE 8 ON ANY BREAK SO THE     *
054200*    SCHEDULER HOLDS THE DOWNSTREAM GL LOAD.                     *
054230*    THE VERDICT IS ALSO RECORDED ON THE DATE'S RUN-CONTROL      *
054260*    ENTRY FOR THE FISCAL PERIOD CLOSE.                          *
054300******************************************************************
054400 9000-TERMINATE.
054500     IF ATN-BREAK-COUNT > ZERO
055300             AFTER ADVANCING 2 LINES
055400     END-IF.
055500
055520     IF ATN-RUNC-FOUND
055540         PERFORM 9500-MARK-RUN-CONTROL THRU 9500-EXIT
055560     END-IF.
055580
055600     CLOSE ATN-BALANCE-REPORT.
055700 9000-EXIT.
055800     EXIT.
055802
055804******************************************************************
055806*    9500-MARK-RUN-CONTROL                                       *
055808*    RECORDS THE VERDICT ON THE BUSINESS DATE'S RUN-CONTROL      *
055810*    ENTRY (SEE ATNRUN) - BALANCED 'Y' FOR A CLEAN CERTIFICATE,  *
055812*    'N' FOR ANY BREAK - SO ADDTWONUMBERSPERIODCLOSE CAN PROVE   *
055814*    THE DATE.  THE ENTRY IS READ BY KEY AND REWRITTEN IN PLACE. *
055816******************************************************************
055818 9500-MARK-RUN-CONTROL.
055820     OPEN I-O ATN-RUN-CONTROL-FILE.
055822     IF ATN-RUNC-STATUS NOT = '00'
055824         STRING 'UNABLE TO UPDATE RUN CONTROL - FILE STATUS '
055826             ATN-RUNC-STATUS DELIMITED BY SIZE
055828             INTO ATN-ABEND-MESSAGE
055830         GO TO 9900-ABEND
055832     END-IF.
055834
055836     MOVE ATN-BUSINESS-DATE TO ATN-RUNC-RUN-DATE.
055838     READ ATN-RUN-CONTROL-FILE
055840         INVALID KEY
055842             MOVE 'RUN CONTROL ENTRY FOR THE DATE HAS GONE'
055844                 TO ATN-ABEND-MESSAGE
055846             GO TO 9900-ABEND
055848     END-READ.
055850
055852     IF ATN-BREAK-COUNT > ZERO
055854         MOVE 'N' TO ATN-RUNC-BALANCED-SW
055856     ELSE
055858         MOVE 'Y' TO ATN-RUNC-BALANCED-SW
055860     END-IF.
055862     REWRITE ATN-RUN-CONTROL-RECORD
055864         INVALID KEY
055866             STRING 'UNABLE TO MARK RUN CONTROL - FILE STATUS '
055868                 ATN-RUNC-STATUS DELIMITED BY SIZE
055870                 INTO ATN-ABEND-MESSAGE
055872             GO TO 9900-ABEND
055874     END-REWRITE.
055876
055878     CLOSE ATN-RUN-CONTROL-FILE.
055880 9500-EXIT.
055882     EXIT.
055900
056000******************************************************************
056100*    9900-ABEND                                                  *
