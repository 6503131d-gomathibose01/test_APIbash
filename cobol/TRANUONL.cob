       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANUONL.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       DATA DIVISION.                                                   00050000
       WORKING-STORAGE SECTION.                                         00060000
      *----------------------------------------------------------------*00070000
      * Common defintions                                              *00080000
      *----------------------------------------------------------------*00090000
      * Run time (debug) infomation for this invocation                 00100000
        01  WS-HEADER.                                                  00110000
           03 WS-EYECATCHER            PIC X(16)                        00120000
                                        VALUE 'TRANUONL=---WS'.         00130000
           03 WS-TRANSID               PIC X(4).                        00140000
           03 WS-TERMID                PIC X(4).                        00150000
           03 WS-TASKNUM               PIC 9(7).                        00160000
                                                                        00170000
      * Posting suspense repair - every movement TRANPOST rejects is    00180000
      * held on POST_SUSPENSE with the TRANMOV record exactly as it     00190000
      * arrived.  A supervisor brings an item up by its SUSP ID (the    00200000
      * id printed against the reject on POSTRPT) or walks the open     00210000
      * items with PF8, then either releases it to post - with the      00220000
      * account and/or amount corrected where that was the fault -      00230000
      * or writes it off with a reason.  A release posts through the    00240000
      * TRANPSVC service, so it meets exactly the rules a teller        00250000
      * posting and the overnight run meet, under the current           00260000
      * business date.  The suspense row is claimed before the          00270000
      * service is called, and the claim and the posting commit or      00280000
      * roll back together, so an item can never be released twice      00290000
      * or marked released without its posting.  Every release and      00300000
      * write-off is written to the AUDT trail.  Access control is      00310000
      * the transaction definition itself, limited to the supervisor    00320000
      * group the way TRANAONL's transid is.                            00330000
                                                                        00340000
      * Attention-identifier values - compared against a local copy of  00350000
      * EIBAID rather than COPY DFHAID so this program carries no       00360000
      * dependency on a system copybook.                                00370000
       01 WS-AID                    PIC X.                              00380000
       01 WS-AID-ENTER               PIC X VALUE X'7D'.                 00390000
       01 WS-AID-CLEAR               PIC X VALUE X'6D'.                 00400000
       01 WS-AID-PF8                 PIC X VALUE X'F8'.                 00410000
                                                                        00420000
      * Working copy of the commarea TRANUONL keeps across screen       00430000
      * turns - mirrors TRANUOCA field-for-field the way TRANAONL       00440000
      * mirrors TRANAOCA.                                               00450000
       01 WS-SUSP-ID                PIC 9(09).                          00460000
                                                                        00470000
       01 WS-ACTION                 PIC X(01).                          00480000
          88 WS-ACT-INQUIRE         VALUE 'I'.                          00490000
          88 WS-ACT-RELEASE         VALUE 'R'.                          00500000
          88 WS-ACT-WRITE-OFF       VALUE 'W'.                          00510000
                                                                        00520000
      * The suspense table's verdict on the item in hand after the      00530000
      * shared fetch - drives the per-action handling.                  00540000
       01 WS-FOUND-FLAG             PIC X(01) VALUE 'N'.                00550000
          88 WS-ITEM-FOUND          VALUE 'Y'.                          00560000
                                                                        00570000
       01 WS-DUMMY-COMMAREA         PIC X(01) VALUE '0'.                00580000
       01 WS-PSTSVC                 PIC X(08) VALUE 'TRANPSVC'.         00590000
                                                                        00600000
      * Request/response exchanged with the TRANPSVC posting service    00610000
      * - the published TRANPSLK layouts, called with the same dummy-   00620000
      * commarea convention TRANPONL uses.                              00630000
       COPY TRANPSLK.                                                   00640000
                                                                        00650000
      * Audit log record - one per release or write-off, byte-for-      00660000
      * byte the AUDIT-REC layout TRANHIST and TRANAONL write to        00670000
      * AUDT, so TRANADRN drains the repairs into AUDIT_LOG and         00680000
      * TRANAUDR reports them with everything else.                     00690000
       01 AUDIT-REC.                                                    00700000
           03 AU-DATE                  PIC X(8).                        00710000
           03 FILLER                   PIC X     VALUE SPACE.           00720000
           03 AU-TIME                  PIC X(6).                        00730000
           03 FILLER                   PIC X     VALUE SPACE.           00740000
           03 AU-TRANSID                PIC X(4).                       00750000
           03 FILLER                   PIC X     VALUE SPACE.           00760000
           03 AU-TERMID                 PIC X(4).                       00770000
           03 FILLER                   PIC X     VALUE SPACE.           00780000
           03 AU-TASKNUM                PIC 9(7).                       00790000
           03 FILLER                   PIC X     VALUE SPACE.           00800000
           03 AU-ACCT-NO                PIC 9(15).                      00810000
                                                                        00820000
      * Current-time working fields for the audit stamp.                00830000
       01 WS-ABSTIME                PIC S9(15) COMP-3.                  00840000
       01 WS-CURR-DATE              PIC X(8).                           00850000
       01 WS-CURR-TIME              PIC X(6).                           00860000
                                                                        00870000
       01 WS-SQLCODE-DISP           PIC ----9.                          00880000
       01 WS-ID-DISP                PIC Z(08)9.                         00890000
       01 WS-TRANS-ID-DISP          PIC Z(14)9.                         00900000
                                                                        00910000
      * The account and amount a release posts with - the corrected     00920000
      * values where the supervisor keyed them, the movement's own      00930000
      * where not.                                                      00940000
       01 WS-REL-ACCT-NO            PIC 9(15).                          00950000
       01 WS-REL-AMOUNT             PIC X(11).                          00960000
                                                                        00970000
       01 WS-HOST-SUSP.                                                 00980000
          03 WS-HOST-SUSP-ID         PIC S9(9) USAGE COMP.              00990000
          03 WS-HOST-RUN-ID          PIC S9(9) USAGE COMP.              01000000
          03 WS-HOST-SOURCE-SYSTEM   PIC X(08).                         01010000
          03 WS-HOST-BUS-DATE        PIC X(10).                         01020000
          03 WS-HOST-MOVEMENT-REC    PIC X(80).                         01030000
          03 WS-HOST-REJECT-REASON   PIC X(26).                         01040000
          03 WS-HOST-SUSP-STATUS     PIC X(01).                         01050000
          03 WS-HOST-RESOLVE-DATE    PIC X(10).                         01060000
          03 WS-HOST-RESOLVE-NOTE    PIC X(26).                         01070000
          03 WS-HOST-POST-ACCT-NO    PIC S9(9) USAGE COMP.              01080000
          03 WS-HOST-POST-TRANS-ID   PIC S9(9) USAGE COMP.              01090000
                                                                        01100000
      * The held movement seen through the TRANMOV record layout        01110000
      * TRANPOST reads it with.                                         01120000
       01 WS-HELD-MOVEMENT.                                             01130000
          03 WS-HM-ACCT-NO          PIC X(15).                          01140000
          03 WS-HM-ACCT-NO-NUM REDEFINES WS-HM-ACCT-NO                  01150000
                                    PIC 9(15).                          01160000
          03 WS-HM-TRANS-DATE       PIC X(10).                          01170000
          03 WS-HM-TRANS-REF        PIC X(20).                          01180000
          03 WS-HM-TRANS-AMOUNT     PIC X(11).                          01190000
          03 WS-HM-TRANS-TYPE       PIC X(02).                          01200000
          03 FILLER                 PIC X(22).                          01210000
                                                                        01220000
       01 WS-HOST-NEXT-ID           PIC S9(9) USAGE COMP.               01230000
       01 WS-HOST-CURR-BUS-DATE     PIC X(10).                          01240000
                                                                        01250000
           EXEC SQL                                                     01260000
             INCLUDE SQLCA                                              01270000
           END-EXEC.                                                    01280000
                                                                        01290000
           EXEC SQL                                                     01300000
             INCLUDE SUSPDCL                                            01310000
           END-EXEC.                                                    01320000
                                                                        01330000
           EXEC SQL                                                     01340000
             INCLUDE BDATDCL                                            01350000
           END-EXEC.                                                    01360000
                                                                        01370000
       COPY TRANUMAP.                                                   01380000
                                                                        01390000
      ******************************************************************01400000
      *    L I N K A G E   S E C T I O N                                01410000
      ******************************************************************01420000
       LINKAGE SECTION.                                                 01430000
       01 DFHCOMMAREA.                                                  01440000
           COPY TRANUOCA.                                               01450000
                                                                        01460000
      ******************************************************************01470000
      *    P R O C E D U R E S                                          01480000
      ******************************************************************01490000
       PROCEDURE DIVISION.                                              01500000
                                                                        01510000
       MAINLINE SECTION.                                                01520000
                                                                        01530000
           PERFORM 1000-INITIALIZE-VARS.                                01540000
                                                                        01550000
           IF EIBCALEN IS EQUAL TO ZERO THEN                            01560000
              PERFORM 2000-SEND-BLANK-SCREEN                            01570000
           ELSE                                                         01580000
              MOVE EIBAID TO WS-AID                                     01590000
      *       CLEAR transmits no screen data - a RECEIVE MAP against it 01600000
      *       would raise MAPFAIL, so it has to be handled before the   01610000
      *       RECEIVE rather than after.                                01620000
              IF WS-AID = WS-AID-CLEAR THEN                             01630000
                 PERFORM 6000-SEND-GOODBYE                              01640000
                 GO TO MAINLINE-EXIT                                    01650000
              END-IF                                                    01660000
              PERFORM 3000-RECEIVE-SCREEN                               01670000
              IF WS-AID = WS-AID-PF8 THEN                               01680000
                 PERFORM 4100-NEXT-OPEN-ITEM                            01690000
              ELSE                                                      01700000
                 PERFORM 4000-EXECUTE-ACTION                            01710000
              END-IF                                                    01720000
              PERFORM 5000-SEND-RESULT-SCREEN                           01730000
           END-IF.                                                      01740000
                                                                        01750000
           EXEC CICS RETURN TRANSID(WS-TRANSID)                         01760000
                     COMMAREA(DFHCOMMAREA)                              01770000
                     LENGTH(LENGTH OF DFHCOMMAREA)                      01780000
           END-EXEC.                                                    01790000
                                                                        01800000
       MAINLINE-EXIT.                                                   01810000
           EXIT.                                                        01820000
                                                                        01830000
       1000-INITIALIZE-VARS SECTION.                                    01840000
                                                                        01850000
           MOVE EIBTRNID TO WS-TRANSID.                                 01860000
           MOVE EIBTRMID TO WS-TERMID.                                  01870000
           MOVE EIBTASKN TO WS-TASKNUM.                                 01880000
                                                                        01890000
       1000-INITIALIZE-VARS-EXIT.                                       01900000
           EXIT.                                                        01910000
                                                                        01920000
       2000-SEND-BLANK-SCREEN SECTION.                                  01930000
                                                                        01940000
           MOVE LOW-VALUES TO TRANUMAPO.                                01950000
           MOVE SPACES     TO MSGTXTO.                                  01960000
           MOVE 'KEY AN ACTION AND SUSP ID, OR PF8 FOR FIRST OPEN ITEM' 01970000
             TO MSGTXTO.                                                01980000
                                                                        01990000
      *    No commarea was received on this first invocation - build an 02000000
      *    initialized one for MAINLINE to RETURN instead of passing    02010000
      *    back raw, uninitialized LINKAGE SECTION storage.             02020000
           MOVE ZERO TO UC-SUSP-ID.                                     02030000
                                                                        02040000
           EXEC CICS SEND MAP('TRANUMAP') MAPSET('TRANUSET')            02050000
                     FROM(TRANUMAPO) ERASE                              02060000
           END-EXEC.                                                    02070000
                                                                        02080000
       2000-SEND-BLANK-SCREEN-EXIT.                                     02090000
           EXIT.                                                        02100000
                                                                        02110000
       3000-RECEIVE-SCREEN SECTION.                                     02120000
                                                                        02130000
           MOVE UC-SUSP-ID TO WS-SUSP-ID.                               02140000
                                                                        02150000
           EXEC CICS RECEIVE MAP('TRANUMAP') MAPSET('TRANUSET')         02160000
                     INTO(TRANUMAPI)                                    02170000
           END-EXEC.                                                    02180000
                                                                        02190000
       3000-RECEIVE-SCREEN-EXIT.                                        02200000
           EXIT.                                                        02210000
                                                                        02220000
       4000-EXECUTE-ACTION SECTION.                                     02230000
                                                                        02240000
           MOVE SPACES TO MSGTXTO.                                      02250000
                                                                        02260000
           IF SUSPIDL > ZERO THEN                                       02270000
              MOVE SUSPIDI TO WS-SUSP-ID                                02280000
           END-IF.                                                      02290000
                                                                        02300000
           MOVE ACTIONI TO WS-ACTION.                                   02310000
                                                                        02320000
           IF WS-SUSP-ID = ZERO THEN                                    02330000
              MOVE 'ENTER A SUSP ID, OR PF8 FOR THE NEXT OPEN ITEM'     02340000
                TO MSGTXTO                                              02350000
              GO TO 4000-EXECUTE-ACTION-EXIT                            02360000
           END-IF.                                                      02370000
                                                                        02380000
           MOVE WS-SUSP-ID TO WS-HOST-SUSP-ID.                          02390000
                                                                        02400000
           EVALUATE TRUE                                                02410000
              WHEN WS-ACT-INQUIRE                                       02420000
                 PERFORM 4200-INQUIRE-ITEM                              02430000
              WHEN WS-ACT-RELEASE                                       02440000
                 PERFORM 4300-RELEASE-ITEM                              02450000
              WHEN WS-ACT-WRITE-OFF                                     02460000
                 PERFORM 4400-WRITE-OFF-ITEM                            02470000
              WHEN OTHER                                                02480000
                 MOVE 'ACTION MUST BE I, R OR W' TO MSGTXTO             02490000
           END-EVALUATE.                                                02500000
                                                                        02510000
       4000-EXECUTE-ACTION-EXIT.                                        02520000
           EXIT.                                                        02530000
                                                                        02540000
       4100-NEXT-OPEN-ITEM SECTION.                                     02550000
                                                                        02560000
      *    The open items in id order, picking up after the one on      02570000
      *    display - oldest first, so the queue is worked from the      02580000
      *    back.                                                        02590000
           MOVE SPACES TO MSGTXTO.                                      02600000
           MOVE WS-SUSP-ID TO WS-HOST-SUSP-ID.                          02610000
                                                                        02620000
           EXEC SQL                                                     02630000
             SELECT COALESCE(MIN(SUSP_ID), 0)                           02640000
             INTO  :WS-HOST-NEXT-ID                                     02650000
             FROM POST_SUSPENSE                                         02660000
             WHERE SUSP_STATUS = 'O'                                    02670000
               AND SUSP_ID     > :WS-HOST-SUSP-ID                       02680000
           END-EXEC.                                                    02690000
                                                                        02700000
           EVALUATE TRUE                                                02710000
              WHEN SQLCODE NOT = ZERO                                   02720000
                 PERFORM 8000-SQL-ERROR                                 02730000
              WHEN WS-HOST-NEXT-ID = ZERO                               02740000
                 MOVE 'NO MORE OPEN SUSPENSE ITEMS - KEY A SUSP ID'     02750000
                   TO MSGTXTO                                           02760000
                 MOVE ZERO TO WS-SUSP-ID                                02770000
              WHEN OTHER                                                02780000
                 MOVE WS-HOST-NEXT-ID TO WS-HOST-SUSP-ID                02790000
                                         WS-SUSP-ID                     02800000
                 PERFORM 4200-INQUIRE-ITEM                              02810000
           END-EVALUATE.                                                02820000
                                                                        02830000
       4100-NEXT-OPEN-ITEM-EXIT.                                        02840000
           EXIT.                                                        02850000
                                                                        02860000
       4200-INQUIRE-ITEM SECTION.                                       02870000
                                                                        02880000
           PERFORM 4500-FETCH-ITEM.                                     02890000
                                                                        02900000
           IF WS-ITEM-FOUND THEN                                        02910000
              PERFORM 4900-FORMAT-ITEM                                  02920000
              MOVE 'SUSPENSE ITEM DISPLAYED' TO MSGTXTO                 02930000
           ELSE                                                         02940000
              IF MSGTXTO = SPACES THEN                                  02950000
                 MOVE 'SUSP ID NOT ON SUSPENSE' TO MSGTXTO              02960000
              END-IF                                                    02970000
           END-IF.                                                      02980000
                                                                        02990000
       4200-INQUIRE-ITEM-EXIT.                                          03000000
           EXIT.                                                        03010000
                                                                        03020000
       4300-RELEASE-ITEM SECTION.                                       03030000
                                                                        03040000
           PERFORM 4500-FETCH-ITEM.                                     03050000
                                                                        03060000
           EVALUATE TRUE                                                03070000
              WHEN NOT WS-ITEM-FOUND                                    03080000
                 IF MSGTXTO = SPACES THEN                               03090000
                    MOVE 'SUSP ID NOT ON SUSPENSE' TO MSGTXTO           03100000
                 END-IF                                                 03110000
                 GO TO 4300-RELEASE-ITEM-EXIT                           03120000
              WHEN WS-HOST-SUSP-STATUS NOT = 'O'                        03130000
                 PERFORM 4900-FORMAT-ITEM                               03140000
                 MOVE 'ITEM IS NOT OPEN - NOTHING TO RELEASE'           03150000
                   TO MSGTXTO                                           03160000
                 GO TO 4300-RELEASE-ITEM-EXIT                           03170000
              WHEN OTHER                                                03180000
                 PERFORM 4900-FORMAT-ITEM                               03190000
           END-EVALUATE.                                                03200000
                                                                        03210000
      *    Corrections replace only what was keyed - an item rejected   03220000
      *    for a closed account is re-pointed at the right account      03230000
      *    with its amount left exactly as the source system sent it.   03240000
           IF NEWACCTL > ZERO AND NEWACCTI IS NUMERIC THEN              03250000
              MOVE NEWACCTI TO WS-REL-ACCT-NO                           03260000
           ELSE                                                         03270000
              IF WS-HM-ACCT-NO IS NUMERIC THEN                          03280000
                 MOVE WS-HM-ACCT-NO-NUM TO WS-REL-ACCT-NO               03290000
              ELSE                                                      03300000
                 MOVE ZERO TO WS-REL-ACCT-NO                            03310000
              END-IF                                                    03320000
           END-IF.                                                      03330000
                                                                        03340000
           IF NEWAMTL > ZERO AND NEWAMTI NOT = SPACES THEN              03350000
              MOVE NEWAMTI TO WS-REL-AMOUNT                             03360000
           ELSE                                                         03370000
              MOVE WS-HM-TRANS-AMOUNT TO WS-REL-AMOUNT                  03380000
           END-IF.                                                      03390000
                                                                        03400000
           IF WS-REL-ACCT-NO = ZERO THEN                                03410000
              MOVE 'ENTER A CORRECTED ACCOUNT NUMBER TO RELEASE'        03420000
                TO MSGTXTO                                              03430000
              GO TO 4300-RELEASE-ITEM-EXIT                              03440000
           END-IF.                                                      03450000
                                                                        03460000
           PERFORM 4600-CLAIM-ITEM.                                     03470000
                                                                        03480000
           IF WS-ITEM-FOUND THEN                                        03490000
              PERFORM 4650-POST-ITEM                                    03500000
           END-IF.                                                      03510000
                                                                        03520000
       4300-RELEASE-ITEM-EXIT.                                          03530000
           EXIT.                                                        03540000
                                                                        03550000
       4400-WRITE-OFF-ITEM SECTION.                                     03560000
                                                                        03570000
           IF WOREASNL = ZERO OR WOREASNI = SPACES THEN                 03580000
              MOVE 'ENTER A WRITE-OFF REASON' TO MSGTXTO                03590000
              GO TO 4400-WRITE-OFF-ITEM-EXIT                            03600000
           END-IF.                                                      03610000
                                                                        03620000
           PERFORM 4500-FETCH-ITEM.                                     03630000
                                                                        03640000
           EVALUATE TRUE                                                03650000
              WHEN NOT WS-ITEM-FOUND                                    03660000
                 IF MSGTXTO = SPACES THEN                               03670000
                    MOVE 'SUSP ID NOT ON SUSPENSE' TO MSGTXTO           03680000
                 END-IF                                                 03690000
                 GO TO 4400-WRITE-OFF-ITEM-EXIT                         03700000
              WHEN WS-HOST-SUSP-STATUS NOT = 'O'                        03710000
                 PERFORM 4900-FORMAT-ITEM                               03720000
                 MOVE 'ITEM IS NOT OPEN - NOTHING TO WRITE OFF'         03730000
                   TO MSGTXTO                                           03740000
                 GO TO 4400-WRITE-OFF-ITEM-EXIT                         03750000
              WHEN OTHER                                                03760000
                 CONTINUE                                               03770000
           END-EVALUATE.                                                03780000
                                                                        03790000
           PERFORM 4800-GET-BUSINESS-DATE.                              03800000
           IF MSGTXTO NOT = SPACES THEN                                 03810000
              GO TO 4400-WRITE-OFF-ITEM-EXIT                            03820000
           END-IF.                                                      03830000
                                                                        03840000
           MOVE WOREASNI TO WS-HOST-RESOLVE-NOTE.                       03850000
                                                                        03860000
      *    Still open is part of the WHERE - a second supervisor who    03870000
      *    resolved it a moment ago wins, and this write-off is         03880000
      *    refused rather than overwriting theirs.                      03890000
           EXEC SQL                                                     03900000
             UPDATE POST_SUSPENSE                                       03910000
             SET SUSP_STATUS    = 'W'                                   03920000
                ,RESOLVE_DATE   = :WS-HOST-CURR-BUS-DATE                03930000
                ,RESOLVE_NOTE   = :WS-HOST-RESOLVE-NOTE                 03940000
                ,RESOLVE_TERMID = :WS-TERMID                            03950000
             WHERE SUSP_ID     = :WS-HOST-SUSP-ID                       03960000
               AND SUSP_STATUS = 'O'                                    03970000
           END-EXEC.                                                    03980000
                                                                        03990000
           EVALUATE TRUE                                                04000000
              WHEN SQLCODE = ZERO                                       04010000
                 MOVE 'W'                   TO WS-HOST-SUSP-STATUS      04020000
                 MOVE WS-HOST-CURR-BUS-DATE TO WS-HOST-RESOLVE-DATE     04030000
                 PERFORM 4900-FORMAT-ITEM                               04040000
                 IF WS-HM-ACCT-NO IS NUMERIC THEN                       04050000
                    MOVE WS-HM-ACCT-NO-NUM TO AU-ACCT-NO                04060000
                 ELSE                                                   04070000
                    MOVE ZERO TO AU-ACCT-NO                             04080000
                 END-IF                                                 04090000
                 PERFORM 7000-WRITE-AUDIT-LOG                           04100000
                 MOVE 'SUSPENSE ITEM WRITTEN OFF' TO MSGTXTO            04110000
              WHEN SQLCODE = 100                                        04120000
                 MOVE 'ITEM ALREADY RESOLVED - PRESS ENTER TO REFRESH'  04130000
                   TO MSGTXTO                                           04140000
              WHEN OTHER                                                04150000
                 PERFORM 8000-SQL-ERROR                                 04160000
           END-EVALUATE.                                                04170000
                                                                        04180000
       4400-WRITE-OFF-ITEM-EXIT.                                        04190000
           EXIT.                                                        04200000
                                                                        04210000
       4500-FETCH-ITEM SECTION.                                         04220000
                                                                        04230000
           MOVE 'N' TO WS-FOUND-FLAG.                                   04240000
                                                                        04250000
           EXEC SQL                                                     04260000
             SELECT RUN_ID                                              04270000
                   ,SOURCE_SYSTEM                                       04280000
                   ,BUSINESS_DATE                                       04290000
                   ,MOVEMENT_REC                                        04300000
                   ,REJECT_REASON                                       04310000
                   ,SUSP_STATUS                                         04320000
                   ,RESOLVE_DATE                                        04330000
                   ,RESOLVE_NOTE                                        04340000
                   ,POST_ACCT_NO                                        04350000
                   ,POST_TRANS_ID                                       04360000
             INTO  :WS-HOST-RUN-ID                                      04370000
                  ,:WS-HOST-SOURCE-SYSTEM                               04380000
                  ,:WS-HOST-BUS-DATE                                    04390000
                  ,:WS-HOST-MOVEMENT-REC                                04400000
                  ,:WS-HOST-REJECT-REASON                               04410000
                  ,:WS-HOST-SUSP-STATUS                                 04420000
                  ,:WS-HOST-RESOLVE-DATE                                04430000
                  ,:WS-HOST-RESOLVE-NOTE                                04440000
                  ,:WS-HOST-POST-ACCT-NO                                04450000
                  ,:WS-HOST-POST-TRANS-ID                               04460000
             FROM POST_SUSPENSE                                         04470000
             WHERE SUSP_ID = :WS-HOST-SUSP-ID                           04480000
           END-EXEC.                                                    04490000
                                                                        04500000
           EVALUATE TRUE                                                04510000
              WHEN SQLCODE = ZERO                                       04520000
                 SET WS-ITEM-FOUND TO TRUE                              04530000
                 MOVE WS-HOST-MOVEMENT-REC TO WS-HELD-MOVEMENT          04540000
              WHEN SQLCODE = 100                                        04550000
                 CONTINUE                                               04560000
              WHEN OTHER                                                04570000
                 PERFORM 8000-SQL-ERROR                                 04580000
           END-EVALUATE.                                                04590000
                                                                        04600000
       4500-FETCH-ITEM-EXIT.                                            04610000
           EXIT.                                                        04620000
                                                                        04630000
       4600-CLAIM-ITEM SECTION.                                         04640000
                                                                        04650000
      *    Mark the item released before anything posts - the UPDATE    04660000
      *    holds the row for the rest of the task, and a second         04670000
      *    supervisor releasing the same item finds it no longer open   04680000
      *    instead of posting it again.                                 04690000
           MOVE 'N' TO WS-FOUND-FLAG.                                   04700000
                                                                        04710000
           EXEC SQL                                                     04720000
             UPDATE POST_SUSPENSE                                       04730000
             SET SUSP_STATUS    = 'R'                                   04740000
                ,RESOLVE_TERMID = :WS-TERMID                            04750000
             WHERE SUSP_ID     = :WS-HOST-SUSP-ID                       04760000
               AND SUSP_STATUS = 'O'                                    04770000
           END-EXEC.                                                    04780000
                                                                        04790000
           EVALUATE TRUE                                                04800000
              WHEN SQLCODE = ZERO                                       04810000
                 SET WS-ITEM-FOUND TO TRUE                              04820000
              WHEN SQLCODE = 100                                        04830000
                 MOVE 'ITEM ALREADY RESOLVED - PRESS ENTER TO REFRESH'  04840000
                   TO MSGTXTO                                           04850000
              WHEN OTHER                                                04860000
                 PERFORM 8000-SQL-ERROR                                 04870000
           END-EVALUATE.                                                04880000
                                                                        04890000
       4600-CLAIM-ITEM-EXIT.                                            04900000
           EXIT.                                                        04910000
                                                                        04920000
       4650-POST-ITEM SECTION.                                          04930000
                                                                        04940000
           MOVE WS-REL-ACCT-NO     TO PS-ACCT-NO.                       04950000
           MOVE WS-REL-AMOUNT      TO PS-TRANS-AMOUNT.                  04960000
           MOVE WS-HM-TRANS-TYPE   TO PS-TRANS-TYPE.                    04970000
           MOVE WS-HM-TRANS-REF    TO PS-TRANS-REF.                     04980000
           MOVE ZERO               TO PS-REVERSE-ID.                    04985000
      *    A release is not cash over the counter - no teller drawer.   04986250
           MOVE SPACES             TO PS-TELLER-ID                      04987500
                                      PS-TERMID.                        04988750
                                                                        04990000
           CALL WS-PSTSVC USING WS-DUMMY-COMMAREA PS-REQ PS-RES.        05000000
                                                                        05010000
      *    A refused posting takes the claim back with it - the item    05020000
      *    stays open for another correction.                           05030000
           EVALUATE TRUE                                                05040000
              WHEN PS-RC-OK                                             05050000
                 CONTINUE                                               05060000
              WHEN PS-RC-SQL-ERROR                                      05070000
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC                  05080000
                 MOVE 'POSTING UNAVAILABLE - TRY AGAIN LATER'           05090000
                   TO MSGTXTO                                           05100000
                 GO TO 4650-POST-ITEM-EXIT                              05110000
              WHEN OTHER                                                05120000
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC                  05130000
                 MOVE 'NOT RELEASED - '  TO MSGTXTO(1:15)               05140000
                 MOVE PS-REJECT-REASON   TO MSGTXTO(16:26)              05150000
                 GO TO 4650-POST-ITEM-EXIT                              05160000
           END-EVALUATE.                                                05170000
                                                                        05180000
           MOVE PS-TRANS-DATE  TO WS-HOST-RESOLVE-DATE.                 05190000
           MOVE WS-REL-ACCT-NO TO WS-HOST-POST-ACCT-NO.                 05200000
           MOVE PS-TRANS-ID    TO WS-HOST-POST-TRANS-ID.                05210000
                                                                        05220000
           EXEC SQL                                                     05230000
             UPDATE POST_SUSPENSE                                       05240000
             SET RESOLVE_DATE  = :WS-HOST-RESOLVE-DATE                  05250000
                ,POST_ACCT_NO  = :WS-HOST-POST-ACCT-NO                  05260000
                ,POST_TRANS_ID = :WS-HOST-POST-TRANS-ID                 05270000
             WHERE SUSP_ID = :WS-HOST-SUSP-ID                           05280000
           END-EXEC.                                                    05290000
                                                                        05300000
      *    The posting and its suspense record stand or fall together   05310000
      *    - a release that cannot record what it posted is backed      05320000
      *    out whole.                                                   05330000
           IF SQLCODE NOT = ZERO THEN                                   05340000
              PERFORM 8000-SQL-ERROR                                    05350000
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC                     05360000
              GO TO 4650-POST-ITEM-EXIT                                 05370000
           END-IF.                                                      05380000
                                                                        05390000
           MOVE 'R' TO WS-HOST-SUSP-STATUS.                             05400000
           PERFORM 4900-FORMAT-ITEM.                                    05410000
           MOVE PS-NEW-BALANCE TO NEWBALO.                              05420000
                                                                        05430000
           MOVE WS-REL-ACCT-NO TO AU-ACCT-NO.                           05440000
           PERFORM 7000-WRITE-AUDIT-LOG.                                05450000
                                                                        05460000
           MOVE PS-TRANS-ID TO WS-TRANS-ID-DISP.                        05470000
           MOVE 'RELEASED - POSTED AS TRANS ID' TO MSGTXTO(1:29).       05480000
           MOVE WS-TRANS-ID-DISP                TO MSGTXTO(31:15).      05490000
                                                                        05500000
       4650-POST-ITEM-EXIT.                                             05510000
           EXIT.                                                        05520000
                                                                        05530000
       4800-GET-BUSINESS-DATE SECTION.                                  05540000
                                                                        05550000
      *    A write-off is dated on the business calendar the rest of    05560000
      *    the system runs on, so the aging report and the resolve      05570000
      *    date agree on what day it happened.                          05580000
           EXEC SQL                                                     05590000
             SELECT CURR_BUS_DATE                                       05600000
             INTO  :WS-HOST-CURR-BUS-DATE                               05610000
             FROM BUSDATE_CTL                                           05620000
           END-EXEC.                                                    05630000
                                                                        05640000
           IF SQLCODE NOT = ZERO THEN                                   05650000
              PERFORM 8000-SQL-ERROR                                    05660000
           END-IF.                                                      05670000
                                                                        05680000
       4800-GET-BUSINESS-DATE-EXIT.                                     05690000
           EXIT.                                                        05700000
                                                                        05710000
       4900-FORMAT-ITEM SECTION.                                        05720000
                                                                        05730000
           EVALUATE WS-HOST-SUSP-STATUS                                 05740000
              WHEN 'O'                                                  05750000
                 MOVE 'OPEN'        TO STATUSO                          05760000
              WHEN 'R'                                                  05770000
                 MOVE 'RELEASED'    TO STATUSO                          05780000
              WHEN 'W'                                                  05790000
                 MOVE 'WRITTEN OFF' TO STATUSO                          05800000
              WHEN 'B'                                                  05810000
                 MOVE 'BACKED OUT'  TO STATUSO                          05820000
              WHEN OTHER                                                05830000
                 MOVE WS-HOST-SUSP-STATUS TO STATUSO                    05840000
           END-EVALUATE.                                                05850000
                                                                        05860000
           MOVE WS-HOST-RUN-ID        TO WS-ID-DISP.                    05870000
           MOVE WS-ID-DISP            TO RUNIDO.                        05880000
           MOVE WS-HOST-SOURCE-SYSTEM TO SOURCEO.                       05890000
           MOVE WS-HOST-BUS-DATE      TO BUSDTO.                        05900000
           MOVE WS-HOST-REJECT-REASON TO REASONO.                       05910000
                                                                        05920000
           MOVE WS-HM-ACCT-NO         TO OACCTO.                        05930000
           MOVE WS-HM-TRANS-DATE      TO ODATEO.                        05940000
           MOVE WS-HM-TRANS-AMOUNT    TO OAMTO.                         05950000
           MOVE WS-HM-TRANS-TYPE      TO OTYPEO.                        05960000
           MOVE WS-HM-TRANS-REF       TO OREFO.                         05970000
                                                                        05980000
           MOVE WS-HOST-RESOLVE-DATE  TO RESDTO.                        05990000
           MOVE WS-HOST-RESOLVE-NOTE  TO WOREASNO.                      06000000
                                                                        06010000
           IF WS-HOST-POST-TRANS-ID > ZERO THEN                         06020000
              MOVE WS-HOST-POST-ACCT-NO  TO PACCTO                      06030000
              MOVE WS-HOST-POST-TRANS-ID TO WS-TRANS-ID-DISP            06040000
              MOVE WS-TRANS-ID-DISP      TO PTRANIDO                    06050000
           ELSE                                                         06060000
              MOVE SPACES TO PACCTO                                     06070000
                             PTRANIDO                                   06080000
           END-IF.                                                      06090000
                                                                        06100000
       4900-FORMAT-ITEM-EXIT.                                           06110000
           EXIT.                                                        06120000
                                                                        06130000
       5000-SEND-RESULT-SCREEN SECTION.                                 06140000
                                                                        06150000
           MOVE WS-SUSP-ID TO SUSPIDO.                                  06160000
                                                                        06170000
           MOVE WS-SUSP-ID TO UC-SUSP-ID.                               06180000
                                                                        06190000
           EXEC CICS SEND MAP('TRANUMAP') MAPSET('TRANUSET')            06200000
                     FROM(TRANUMAPO) DATAONLY                           06210000
           END-EXEC.                                                    06220000
                                                                        06230000
       5000-SEND-RESULT-SCREEN-EXIT.                                    06240000
           EXIT.                                                        06250000
                                                                        06260000
       6000-SEND-GOODBYE SECTION.                                       06270000
                                                                        06280000
           EXEC CICS SEND TEXT FROM('TRANUONL - SESSION ENDED')         06290000
                     ERASE FREEKB                                       06300000
           END-EXEC.                                                    06310000
                                                                        06320000
           EXEC CICS RETURN END-EXEC.                                   06330000
                                                                        06340000
       6000-SEND-GOODBYE-EXIT.                                          06350000
           EXIT.                                                        06360000
                                                                        06370000
       7000-WRITE-AUDIT-LOG SECTION.                                    06380000
                                                                        06390000
      *    Every release and write-off is logged for compliance - who   06400000
      *    resolved the item, from which terminal/task, and when - on   06410000
      *    the same queue and record TRANAONL's 7000-WRITE-AUDIT-LOG    06420000
      *    uses.  The caller has already set the account.               06430000
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.              06440000
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     06450000
                     MMDDYYYY(WS-CURR-DATE)                             06460000
                     TIME(WS-CURR-TIME)                                 06470000
           END-EXEC.                                                    06480000
                                                                        06490000
           MOVE WS-CURR-DATE TO AU-DATE.                                06500000
           MOVE WS-CURR-TIME TO AU-TIME.                                06510000
           MOVE WS-TRANSID   TO AU-TRANSID.                             06520000
           MOVE WS-TERMID    TO AU-TERMID.                              06530000
           MOVE WS-TASKNUM   TO AU-TASKNUM.                             06540000
                                                                        06550000
           EXEC CICS WRITEQ TD QUEUE('AUDT')                            06560000
                     FROM(AUDIT-REC)                                    06570000
                     LENGTH(LENGTH OF AUDIT-REC)                        06580000
           END-EXEC.                                                    06590000
                                                                        06600000
       7000-WRITE-AUDIT-LOG-EXIT.                                       06610000
           EXIT.                                                        06620000
                                                                        06630000
       8000-SQL-ERROR SECTION.                                          06640000
                                                                        06650000
      *    A real database error surfaces on the message line instead   06660000
      *    of abending - the supervisor can retry or report it without  06670000
      *    losing the session.                                          06680000
           MOVE SPACES TO MSGTXTO.                                      06690000
           MOVE 'DATABASE ERROR - TRY AGAIN LATER, SQLCODE='            06700000
             TO MSGTXTO(1:43).                                          06710000
           MOVE SQLCODE TO WS-SQLCODE-DISP.                             06720000
           MOVE WS-SQLCODE-DISP TO MSGTXTO(45:5).                       06730000
                                                                        06740000
       8000-SQL-ERROR-EXIT.                                             06750000
           EXIT.                                                        06760000
