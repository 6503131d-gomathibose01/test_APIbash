                                                                        00380000
       01 WS-HOST-EXTR-DATE          PIC X(10).                         00390000
                                                                        00400000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00400714
      * TRANJLOG once its business date is known, and refused there     00401428
      * until the jobs it depends on have completed for the date.       00402142
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00402857
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00403571
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00404285
                                                                        00405000
       COPY TRANJLLK.                                                   00405714
                                                                        00406428
      * Rows extracted that a POSTRUNS run for the date posted - the    00407142
      * count the morning summary ties to the runs' POSTED_COUNT.       00407857
       01 WS-HOST-RUN-ROWS           PIC S9(9) USAGE COMP VALUE ZERO.   00408571
                                                                        00409285
       01 WS-HOST-ROW.                                                  00410000
          03 WS-HOST-ACCOUNT-NO      PIC S9(9) USAGE COMP.              00420000
          03 WS-HOST-TRANS-ID        PIC S9(9) USAGE COMP.              00430000
                                                                        00562000
           EXEC SQL                                                     00564000
             INCLUDE BDATDCL                                            00566000
           END-EXEC.                                                    00566400
                                                                        00566800
           EXEC SQL                                                     00567200
             INCLUDE PRUNDCL                                            00567600
           END-EXEC.                                                    00568000
                                                                        00570000
       COPY TRANEXTC.                                                   00580000
       1050-GET-CONTROL-DATE-EXIT.                                      00978942
           EXIT.                                                        00979468
                                                                        00980000
       1060-START-RUN-LOG SECTION.                                      00980434
                                                                        00980869
      *    Refused means no file goes to the warehouse but the empty    00981304
      *    one with its zero trailer.                                   00981739
           INITIALIZE JL-REQ.                                           00982173
           SET JL-FUNC-START TO TRUE.                                   00982608
           MOVE 'TRANEXTR' TO JL-JOB-NAME.                              00983043
           MOVE WS-HOST-EXTR-DATE TO JL-BUS-DATE.                       00983478
                                                                        00983913
           CALL WS-JLOG USING JL-REQ JL-RES.                            00984347
                                                                        00984782
           IF JL-RC-OK THEN                                             00985217
              SET WS-JLOG-STARTED TO TRUE                               00985652
           ELSE                                                         00986086
              DISPLAY 'TRANEXTR - ' JL-MESSAGE                          00986521
              SET WS-EOF TO TRUE                                        00986956
              MOVE 16 TO RETURN-CODE                                    00987391
           END-IF.                                                      00987826
                                                                        00988260
       1060-START-RUN-LOG-EXIT.                                         00988695
           EXIT.                                                        00989130
                                                                        00989565
       1100-OPEN-CURSOR SECTION.                                        00990000
                                                                        00991666
           PERFORM 1060-START-RUN-LOG.                                  00993333
           IF WS-EOF THEN                                               00995000
              GO TO 1100-OPEN-CURSOR-EXIT                               00996666
           END-IF.                                                      00998333
                                                                        01000000
           EXEC SQL                                                     01010000
             DECLARE EXTR-CURSOR CURSOR FOR                             01020000
       2000-EXTRACT-ROW-EXIT.                                           01760000
           EXIT.                                                        01770000
                                                                        01780000
       8600-END-RUN-LOG SECTION.                                        01780181
                                                                        01780363
           IF NOT WS-JLOG-STARTED THEN                                  01780545
              GO TO 8600-END-RUN-LOG-EXIT                               01780727
           END-IF.                                                      01780909
                                                                        01781090
           IF RETURN-CODE = ZERO THEN                                   01781272
              PERFORM 8700-COUNT-RUN-ROWS                               01781454
           END-IF.                                                      01781636
                                                                        01781818
           SET JL-FUNC-END TO TRUE.                                     01782000
           MOVE RETURN-CODE TO JL-JOB-RC.                               01782181
           MOVE WS-HOST-RUN-ROWS TO JL-IN-COUNT.                        01782363
           MOVE WS-REC-COUNT     TO JL-OUT-COUNT.                       01782545
           MOVE WS-AMOUNT-HASH   TO JL-CTL-AMOUNT.                      01782727
                                                                        01782909
           CALL WS-JLOG USING JL-REQ JL-RES.                            01783090
                                                                        01783272
           IF NOT JL-RC-OK THEN                                         01783454
              DISPLAY 'TRANEXTR - RUN LOG NOT CLOSED: ' JL-MESSAGE      01783636
              IF RETURN-CODE < 4 THEN                                   01783818
                 MOVE 4 TO RETURN-CODE                                  01784000
              END-IF                                                    01784181
           END-IF.                                                      01784363
                                                                        01784545
       8600-END-RUN-LOG-EXIT.                                           01784727
           EXIT.                                                        01784909
                                                                        01784999
       8700-COUNT-RUN-ROWS SECTION.                                     01785090
                                                                        01785272
      *    The same rows the cursor read, less those no run posted -    01785454
      *    teller postings, transfers and reversals.  Counted here,     01785636
      *    at the end, so it describes the file just written.           01785818
           EXEC SQL                                                     01786000
             SELECT COUNT(*)                                            01786181
             INTO  :WS-HOST-RUN-ROWS                                    01786363
             FROM TRANSACTIONS T                                        01786545
             WHERE T.TRANS_DATE = :WS-HOST-EXTR-DATE                    01786727
               AND EXISTS                                               01786909
                   (SELECT 1                                            01787090
                    FROM POSTRUNS R                                     01787272
                    WHERE R.RUN_ID        = T.RUN_ID                    01787454
                      AND R.BUSINESS_DATE = T.TRANS_DATE)               01787636
           END-EXEC.                                                    01787818
                                                                        01788000
           IF SQLCODE NOT = ZERO THEN                                   01788181
              DISPLAY 'TRANEXTR - RUN ROW COUNT ERROR, SQLCODE='        01788363
                      SQLCODE                                           01788545
              MOVE ZERO TO WS-HOST-RUN-ROWS                             01788727
              MOVE 4 TO RETURN-CODE                                     01788909
           END-IF.                                                      01789090
                                                                        01789272
       8700-COUNT-RUN-ROWS-EXIT.                                        01789454
           EXIT.                                                        01789636
                                                                        01789818
       9000-TERMINATE SECTION.                                          01790000
                                                                        01800000
           EXEC SQL                                                     01810000
                 EXTRACT-FILE.                                          01950000
           DISPLAY 'TRANEXTR COMPLETE - RECORDS EXTRACTED: '            01960000
                   WS-REC-COUNT.                                        01970000
           PERFORM 8600-END-RUN-LOG.                                    01975000
           STOP RUN.                                                    01980000
                                                                        01990000
       9000-TERMINATE-EXIT.                                             02000000
