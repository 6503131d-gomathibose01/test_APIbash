      * last-trans-id continuation fields on the message's reply-to     00260000
      * queue, correlated to the request, so internet banking and the   00270000
      * CRM middleware can page the way TRANHONL pages with PF8.        00280000
      * A request with function 'T' is a transfer between two of        00281428
      * one customer's accounts from internet banking instead: it is    00282857
      * handed to the TRANXSVC transfer service, the same one the       00284285
      * TRANXONL teller screen uses, and committed here before the      00285714
      * reply goes out, so a '00' reply means both legs are posted      00287142
      * and a refusal means neither is.                                 00288571
      * Runs until the queue manager quiesces.                          00290000
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00300000
          88 WS-EOF                  VALUE 'Y'.                         00310000
       01 WS-REQUEST-QNAME           PIC X(32) VALUE SPACES.            00450000
                                                                        00460000
       01 WS-REQ-COUNT               PIC 9(07) USAGE COMP VALUE ZERO.   00470000
       01 WS-XFER-COUNT              PIC 9(07) USAGE COMP VALUE ZERO.   00471666
       01 WS-XFER-REFUSED            PIC 9(07) USAGE COMP VALUE ZERO.   00472499
                                                                        00473333
      * Length of the reply about to be put - the history reply and     00475000
      * the shorter transfer reply share one buffer.                    00476666
       01 WS-REPLY-LENGTH            PIC S9(9) USAGE COMP VALUE ZERO.   00478333
                                                                        00480000
       01 WS-DUMMY-COMMAREA          PIC X(01) VALUE '0'.               00490000
       01 WS-TRNQRY                  PIC X(08) VALUE 'TRANQURY'.        00500000
       01 WS-XFRSVC                  PIC X(08) VALUE 'TRANXSVC'.        00505000
                                                                        00510000
       01 WS-I                       PIC S9(4) COMP VALUE ZERO.         00520000
                                                                        00530000
      * layouts every other caller uses.                                00550000
       COPY TRANCPLK.                                                   00560000
                                                                        00570000
      * Request/response exchanged with TRANXSVC - the TRANXSLK         00572000
      * layouts TRANXONL uses.                                          00574000
       COPY TRANXSLK.                                                   00576000
                                                                        00578000
      * The wire formats the middleware sees.                           00580000
       COPY TRANMQLK.                                                   00590000
                                                                        00600000
      * Local copies of the MQ structures and named values.             00610000
       COPY TRANMQS.                                                    00620000
                                                                        00621428
      * A transfer is committed by this adapter - TRANXSVC leaves the   00622857
      * unit of work to its caller.                                     00624285
           EXEC SQL                                                     00625714
             INCLUDE SQLCA                                              00627142
           END-EXEC.                                                    00628571
                                                                        00630000
       PROCEDURE DIVISION.                                              00640000
                                                                        00650000
              WHEN WS-COMPCODE = MQCC-OK OR                             01570000
                   WS-COMPCODE = MQCC-WARNING                           01580000
                 ADD +1 TO WS-REQ-COUNT                                 01590000
      *          A message shorter than the published history           01591666
      *          request gets an error reply, not a lookup - whatever   01593333
      *          padding sits past its end is not the caller's data.    01595000
      *          A transfer must carry the whole request format.        01596666
                 EVALUATE TRUE                                          01598333
                    WHEN WS-DATA-LENGTH < LENGTH OF MQRQ-HISTORY-REQ    01600000
                       PERFORM 2150-REJECT-SHORT-REQUEST                01601666
                    WHEN MQRQ-FUNC-TRANSFER AND                         01603333
                         WS-DATA-LENGTH < LENGTH OF MQ-REQUEST-MSG      01605000
                       PERFORM 2350-REJECT-SHORT-TRANSFER               01606666
                    WHEN MQRQ-FUNC-TRANSFER                             01608333
                       PERFORM 2300-CALL-TRANXSVC                       01610000
                       PERFORM 2200-PUT-REPLY                           01611666
                    WHEN OTHER                                          01613333
                       PERFORM 2100-CALL-TRANQURY                       01615000
                       PERFORM 2200-PUT-REPLY                           01616666
                 END-EVALUATE                                           01618333
              WHEN WS-REASON = MQRC-NO-MSG-AVAILABLE                    01620000
                 CONTINUE                                               01630000
              WHEN OTHER                                                01640000
           MOVE LK-CUST-NAME        TO MQRP-CUST-NAME.                  01890000
           MOVE LK-ACCT-STATUS      TO MQRP-ACCT-STATUS.                01900000
           MOVE LK-CLOSE-DATE       TO MQRP-CLOSE-DATE.                 01910000
           MOVE LENGTH OF MQ-REPLY-MSG TO WS-REPLY-LENGTH.              01915000
                                                                        01920000
           MOVE 0 TO WS-I.                                              01930000
           PERFORM LK-ROW-COUNT TIMES                                   01940000
           MOVE ZERO TO MQRP-ROW-COUNT.                                 02055000
           SET MQRP-MORE-NO TO TRUE.                                    02056000
           MOVE ZERO TO MQRP-LAST-TRANS-ID.                             02057000
           MOVE LENGTH OF MQ-REPLY-MSG TO WS-REPLY-LENGTH.              02057333

           PERFORM 2200-PUT-REPLY.                                      02058000

                                    MQMD-REPLYTOQMGR.                   02220000
           COMPUTE MQPMO-OPTIONS =                                      02230000
                   MQPMO-NO-SYNCPOINT + MQPMO-FAIL-IF-QUIESCING.        02231000
           MOVE WS-REPLY-LENGTH TO WS-BUFFER-LENGTH.                    02240500
                                                                        02250000
           CALL 'MQPUT1' USING WS-HCONN                                 02260000
                               MQ-OD                                    02270000
       2200-PUT-REPLY-EXIT.                                             02440000
           EXIT.                                                        02450000
                                                                        02460000
       2300-CALL-TRANXSVC SECTION.                                      02461285
                                                                        02462571
           MOVE MQRQ-FROM-ACCT-NO  TO XS-FROM-ACCT-NO.                  02463857
           MOVE MQRQ-TO-ACCT-NO    TO XS-TO-ACCT-NO.                    02465142
           MOVE MQRQ-XFER-AMOUNT   TO XS-TRANS-AMOUNT.                  02466428
           SET XS-CHANNEL-MQ       TO TRUE.                             02467714
                                                                        02469000
           CALL WS-XFRSVC USING WS-DUMMY-COMMAREA XS-REQ XS-RES.        02470285
                                                                        02471571
      *    Both legs are made permanent before the reply says so; on    02472857
      *    any refusal the service has already undone its own work      02474142
      *    and the rollback ends the unit of work cleanly.  A commit    02475428
      *    that fails is reported as the database error it is.          02476714
           IF XS-RC-OK THEN                                             02478000
              EXEC SQL                                                  02479285
                COMMIT                                                  02480571
              END-EXEC                                                  02481857
              IF SQLCODE = ZERO THEN                                    02483142
                 ADD +1 TO WS-XFER-COUNT                                02484428
              ELSE                                                      02485714
                 DISPLAY 'TRANMQAD - COMMIT ERROR, SQLCODE=' SQLCODE    02487000
                 MOVE '08'    TO XS-RETURN-CODE                         02488285
                 MOVE SQLCODE TO XS-SQLCODE                             02489571
                 MOVE SPACES  TO XS-XFER-REF                            02490857
                 MOVE ZERO    TO XS-FROM-TRANS-ID                       02492142
                                 XS-TO-TRANS-ID                         02493428
                 EXEC SQL                                               02494714
                   ROLLBACK                                             02496000
                 END-EXEC                                               02497285
              END-IF                                                    02498571
           ELSE                                                         02499857
      *       Refused - the code goes back to the requester as          02500114
      *       TRANXSVC set it ('28' dormant, '32' not the same          02500371
      *       customer, and so on) and the run counts it.               02500628
              ADD +1 TO WS-XFER-REFUSED                                 02500885
              EXEC SQL                                                  02501142
                ROLLBACK                                                02502428
              END-EXEC                                                  02503714
           END-IF.                                                      02505000
                                                                        02506285
           MOVE SPACES TO MQ-REPLY-MSG.                                 02507571
                                                                        02508857
           MOVE XS-RETURN-CODE     TO MQXR-RETURN-CODE.                 02510142
           MOVE XS-SQLCODE         TO MQXR-SQLCODE.                     02511428
           MOVE XS-REJECT-REASON   TO MQXR-REJECT-REASON.               02512714
           MOVE XS-FAILED-LEG      TO MQXR-FAILED-LEG.                  02514000
           MOVE XS-XFER-REF        TO MQXR-XFER-REF.                    02515285
           MOVE XS-TRANS-DATE      TO MQXR-TRANS-DATE.                  02516571
           MOVE XS-FROM-TRANS-ID   TO MQXR-FROM-TRANS-ID.               02517857
           MOVE XS-FROM-NEW-BAL    TO MQXR-FROM-NEW-BAL.                02519142
           MOVE XS-FROM-AVAIL-BAL  TO MQXR-FROM-AVAIL-BAL.              02520428
           MOVE XS-TO-TRANS-ID     TO MQXR-TO-TRANS-ID.                 02521714
           MOVE XS-TO-NEW-BAL      TO MQXR-TO-NEW-BAL.                  02523000
           MOVE LENGTH OF MQ-XFER-REPLY-MSG TO WS-REPLY-LENGTH.         02524285
                                                                        02525571
       2300-CALL-TRANXSVC-EXIT.                                         02526857
           EXIT.                                                        02528142
                                                                        02529428
       2350-REJECT-SHORT-TRANSFER SECTION.                              02530714
                                                                        02532000
           MOVE SPACES TO MQ-REPLY-MSG.                                 02533285
           SET MQXR-RC-BAD-REQUEST TO TRUE.                             02534571
           MOVE ZERO TO MQXR-SQLCODE.                                   02535857
           MOVE 'TRANSFER REQUEST TOO SHORT' TO MQXR-REJECT-REASON.     02537142
           MOVE ZERO TO MQXR-FROM-TRANS-ID                              02538428
                        MQXR-TO-TRANS-ID.                               02539714
           MOVE LENGTH OF MQ-XFER-REPLY-MSG TO WS-REPLY-LENGTH.         02541000
                                                                        02542285
           PERFORM 2200-PUT-REPLY.                                      02543571
                                                                        02544857
       2350-REJECT-SHORT-TRANSFER-EXIT.                                 02546142
           EXIT.                                                        02547428
                                                                        02548714
       9000-TERMINATE SECTION.                                          02550000
                                                                        02560000
           IF WS-HOBJ NOT = ZERO THEN                                   02570000
           END-IF.                                                      02700000
                                                                        02710000
           DISPLAY 'TRANMQAD COMPLETE - REQUESTS SERVED: '              02720000
                   WS-REQ-COUNT                                         02726666
                   ' TRANSFERS POSTED: ' WS-XFER-COUNT                  02731110
                   ' REFUSED: ' WS-XFER-REFUSED.                        02735555
           STOP RUN.                                                    02740000
                                                                        02750000
       9000-TERMINATE-EXIT.                                             02760000
