             05 WS-TRANS-TYPE        PIC X(2).
      *      05 WS-BALANCE           PIC X(11).
             05 WS-BALANCE           PIC -ZZZZZZZ9.99.
          03 WS-REV-ITEM OCCURS 10 TIMES.
             05 WS-REV-FLAG          PIC X(01).
             05 WS-REV-LINK-ID       PIC X(15).
          03 WS-TYPE-ITEM OCCURS 10 TIMES.
             05 WS-TYPE-DESC         PIC X(20).


       01 GET-TRANS-CURSOR            PIC X(128).
                                     OCCURS 10 TIMES.
           03 WS-HOST-BALANCE        PIC S9(8)V9(2) USAGE COMP-3
                                     OCCURS 10 TIMES.
           03 WS-HOST-REVERSAL-OF    PIC S9(9) USAGE COMP
                                     OCCURS 10 TIMES.
           03 WS-HOST-REVERSED-BY    PIC S9(9) USAGE COMP
                                     OCCURS 10 TIMES.
           03 WS-HOST-TYPE-DESC      PIC X(20)
                                     OCCURS 10 TIMES.

           EXEC SQL
             INCLUDE SQLCA
             INCLUDE ARCHDCL
           END-EXEC.

           EXEC SQL
             INCLUDE TTYPDCL
           END-EXEC.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
      *    a filter is applied only when its host variable is non-blank
      *    / non-zero, so a single static cursor serves the unfiltered,
      *    filtered and "continue from last screen" cases alike.
      *    Each row carries its type's TRANS_TYPES description, so the
      *    screen can say what the code means.
           EXEC SQL
             DECLARE GET-TRANS-CURSOR CURSOR WITH
             ROWSET POSITIONING FOR
               ,TRANS_AMOUNT
               ,TRANS_TYPE
               ,BALANCE
               ,REVERSAL_OF
               ,REVERSED_BY
               ,COALESCE((SELECT Y.TYPE_DESC
                          FROM TRANS_TYPES Y
                          WHERE Y.TRANS_TYPE = T.TRANS_TYPE),
                         'NOT ON TYPE MASTER')
             FROM TRANSACTIONS T
             WHERE ACCOUNT_NO = :WS-HOST-ACCT-NO
               AND TRANS_ID > :WS-HOST-START-ID
               AND (:WS-HOST-TYPE-FLT = ' '
               ,TRANS_AMOUNT
               ,TRANS_TYPE
               ,BALANCE
               ,REVERSAL_OF
               ,REVERSED_BY
               ,COALESCE((SELECT Y.TYPE_DESC
                          FROM TRANS_TYPES Y
                          WHERE Y.TRANS_TYPE = T.TRANS_TYPE),
                         'NOT ON TYPE MASTER')
             FROM TRANSACTIONS T
             WHERE ACCOUNT_NO = :WS-HOST-ACCT-NO
               AND TRANS_ID > :WS-HOST-START-ID
               AND (:WS-HOST-TYPE-FLT = ' '
               ,TRANS_AMOUNT
               ,TRANS_TYPE
               ,BALANCE
               ,REVERSAL_OF
               ,REVERSED_BY
               ,COALESCE((SELECT Y.TYPE_DESC
                          FROM TRANS_TYPES Y
                          WHERE Y.TRANS_TYPE = R.TRANS_TYPE),
                         'NOT ON TYPE MASTER')
             FROM TRANSARCH R
             WHERE ACCOUNT_NO = :WS-HOST-ACCT-NO
               AND TRANS_ID > :WS-HOST-START-ID
               AND (:WS-HOST-TYPE-FLT = ' '
                    ,:WS-HOST-TRANS-AMOUNT
                    ,:WS-HOST-TRANS-TYPE
                    ,:WS-HOST-BALANCE
                    ,:WS-HOST-REVERSAL-OF
                    ,:WS-HOST-REVERSED-BY
                    ,:WS-HOST-TYPE-DESC
              END-EXEC
           ELSE
              EXEC SQL
                    ,:WS-HOST-TRANS-AMOUNT
                    ,:WS-HOST-TRANS-TYPE
                    ,:WS-HOST-BALANCE
                    ,:WS-HOST-REVERSAL-OF
                    ,:WS-HOST-REVERSED-BY
                    ,:WS-HOST-TYPE-DESC
              END-EXEC
           END-IF.

                 MOVE WS-HOST-TRANS-AMOUNT(WS-J)
                                              TO WS-TRANS-AMOUNT(WS-J)
                 MOVE WS-HOST-TRANS-TYPE(WS-J)   TO WS-TRANS-TYPE(WS-J)
                 MOVE WS-HOST-TYPE-DESC(WS-J)    TO WS-TYPE-DESC(WS-J)
      * The below line should be uncommented when moving to prod.....
                 MOVE WS-HOST-BALANCE(WS-J)      TO WS-BALANCE(WS-J)
      * The below line should be commented out when moving to prod....
      *          MOVE WS-BALANCE(WS-J)           TO WS-BALANCE(WS-J)
      *          'R' - this row was reversed; 'V' - this row is the
      *          reversal.  The link id names the other row of the pair.
                 EVALUATE TRUE
                    WHEN WS-HOST-REVERSED-BY(WS-J) > ZERO
                       MOVE 'R' TO WS-REV-FLAG(WS-J)
                       MOVE WS-HOST-REVERSED-BY(WS-J)
                                              TO WS-REV-LINK-ID(WS-J)
                    WHEN WS-HOST-REVERSAL-OF(WS-J) > ZERO
                       MOVE 'V' TO WS-REV-FLAG(WS-J)
                       MOVE WS-HOST-REVERSAL-OF(WS-J)
                                              TO WS-REV-LINK-ID(WS-J)
                    WHEN OTHER
                       MOVE SPACES TO WS-REV-ITEM(WS-J)
                 END-EVALUATE
                 DISPLAY 'Copied-WS:'  WS-TRANS-ITEM(WS-J)
              END-PERFORM

                                         TO LK-TRANS-AMOUNT(WS-J)
                 MOVE WS-TRANS-TYPE(WS-J)   TO LK-TRANS-TYPE(WS-J)
                 MOVE WS-BALANCE(WS-J)      TO LK-BALANCE(WS-J)
                 MOVE WS-REV-ITEM(WS-J)     TO LK-REV-ITEM(WS-J)
                 MOVE WS-TYPE-ITEM(WS-J)    TO LK-TYPE-ITEM(WS-J)
      *          DISPLAY 'Copied-LK:'  LK-TRANS-ITEM(WS-J)
              END-PERFORM
           END-IF.
