       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQJRPLY.
      ******************************************************************
      *
      *    MODULE      MQJRPLY
      *                BMP
      *                ROUTED PAYLOAD JOURNAL REPLAY. READS THE
      *                PAYLOAD JOURNAL (MQJRNL) THAT IMSMQ02 WRITES
      *                FOR EVERY ROUTED MESSAGE, IN TIME ORDER
      *                ACROSS THE REQUESTED WINDOW, AND RE-INSERTS
      *                THE SELECTED MESSAGES TO THEIR DESTINATION
      *                TRANSACTION (OR AN OVERRIDE TRAN CODE) SO A
      *                MORNING OF PARTNER MESSAGES MISHANDLED BY A
      *                DOWNSTREAM APPLICATION CAN BE REPROCESSED.
      *                THE IMAGE REPLAYED IS THE ONE THE
      *                TRANSACTION ORIGINALLY GOT - THE TRANSFORMED
      *                IMAGE FOR A TRANSFORMED ROUTE, OTHERWISE THE
      *                ORIGINAL PAYLOAD - IN THE SAME 1000-BYTE
      *                SEGMENTS. EVERY REPLAYED MESSAGE IS AUDITED
      *                (FUNCTION RPLY). LIST MODE IS A DRY RUN THAT
      *                ONLY PRINTS WHAT WOULD BE REPLAYED.
      *                CHECKPOINTS (CHKP) ARE TAKEN BETWEEN MESSAGES
      *                WITH THE LAST JOURNAL KEY IN THE CHECKPOINT
      *                AREA, AND A RESTART (XRST) RESUMES BEHIND IT.
      *
      *    INPUT       SYSIN CARD 1
      *                  COL  1- 4  MODE  LIST (DEFAULT) OR RPLY
      *                  COL  6-19  FROM  YYYYMMDDHHMMSS
      *                             (BLANK = START OF JOURNAL)
      *                  COL 21-34  TO    YYYYMMDDHHMMSS
      *                             (BLANK = END OF JOURNAL)
      *                  COL 36-43  DESTINATION TRAN CODE FILTER
      *                             (BLANK = ALL)
      *                  COL 45-52  OVERRIDE TRAN CODE
      *                             (BLANK = ORIGINAL DESTINATION)
      *                  COL 54-61  REQUESTING USERID FOR THE AUDIT
      *                SYSIN CARD 2
      *                  COL  1-48  QUEUE NAME FILTER (BLANK = ALL)
      *
      *    CODED       2026-10-15
      *
      *    CODED BY    ISAK SHIELDS
      *
      ******************************************************************
      ******************************************************************
      *
      *    LIST OF AMENDMENTS
      *    DATE     BY       THE CHANGE REFERS
      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *
      ******************************************************************
      ******************************************************************
      *
      *    ROUTINE LIST
      *
      *    A     = MAINROUTINE
      *    B     = INITIATION (XRST)
      *     BA   = READ AND CHECK THE SELECTION CARDS
      *    C     = PROCESS ONE JOURNAL RECORD
      *     CA   = READ NEXT JOURNAL RECORD
      *    D
      *     DA   = START A NEW MESSAGE - APPLY THE SELECTION
      *     DB   = COLLECT ONE SEGMENT OF THE REPLAY IMAGE
      *     DC   = FINISH A MESSAGE - LIST OR REPLAY, CHECKPOINT
      *     DD   = WRITE THE REPLAY AUDIT RECORD
      *     DE   = INSERT THE MESSAGE TO THE DESTINATION
      *     DE2  = INSERT THE NEXT CONTINUATION SEGMENT
      *     DE3  = END THE MESSAGE ON THE ALTERNATE PCB
      *    E     = TAKE CHECKPOINT (CHKP)
      *    F     = BACK OUT TO THE LAST CHECKPOINT (ROLB)
      *    X     = AIB RETURNCODE CHECK
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    AIBTDLI - IMS APPLICATION INTERFACE (CHNG / ISRT / ROLB)
      *    CBLTDLI - IMS APPLICATION INTERFACE (CHKP / XRST)
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE      ASSIGN TO MQJRNL
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS JRNL-KEY
                                     FILE STATUS IS WS-JRNL-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQJRPLY START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-JRNL-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    SELECTION CARDS
      ******************************************************************
       01  WS-SELECT-CARD.
           05 WS-SEL-MODE                 PIC X(04).
              88 SEL-MODE-REPLAY                      VALUE 'RPLY'.
           05 FILLER                      PIC X(01).
           05 WS-SEL-FROM                 PIC X(14).
           05 FILLER                      PIC X(01).
           05 WS-SEL-TO                   PIC X(14).
           05 FILLER                      PIC X(01).
           05 WS-SEL-DEST-TRAN            PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-SEL-OVERRIDE-TRAN        PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-SEL-REQUESTER            PIC X(08).
           05 FILLER                      PIC X(19).
       01  WS-QUEUE-CARD.
           05 WS-SEL-QUEUE                PIC X(48).
           05 FILLER                      PIC X(32).
       01  WS-FROM-STAMP                  PIC X(14)   VALUE LOW-VALUES.
       01  WS-TO-STAMP                    PIC X(14)   VALUE HIGH-VALUES.
       01  WS-JRNL-STAMP.
           05 WS-JRNL-STAMP-DATE          PIC X(08).
           05 WS-JRNL-STAMP-TIME          PIC X(06).
      ******************************************************************
      *    THE MESSAGE BEING REPLAYED - A MESSAGE IS ALL JOURNAL
      *    RECORDS WITH THE SAME DATE, TIME AND MESSAGE ID
      ******************************************************************
       01  WS-CURR-MSG-KEY                PIC X(40)   VALUE SPACES.
       01  WS-REPLAY-IMAGE                PIC X(01)   VALUE SPACES.
       01  WS-REPLAY-TRAN                 PIC X(08)   VALUE SPACES.
       01  WS-REPLAY-QUEUE                PIC X(48)   VALUE SPACES.
       01  WS-REPLAY-CORRELID             PIC X(24)   VALUE SPACES.
       01  WS-REPLAY-LEN                  PIC 9(05)   VALUE ZERO.
       01  WS-REPLAY-SEG-COUNT            PIC 9(03)   VALUE ZERO.
       01  WS-REPLAY-SEGS-DONE            PIC 9(03)   VALUE ZERO.
       01  WS-REPLAY-BUFF                 PIC X(32768) VALUE SPACES.
       01  WS-REPLAY-POS                  PIC 9(05)   COMP VALUE ZERO.
       01  WS-SEG-MAX                     PIC 9(05)   COMP VALUE 1000.
       01  WS-SEG-POS                     PIC 9(05)   COMP VALUE ZERO.
       01  WS-SEG-LEN                     PIC 9(05)   COMP VALUE ZERO.
       01  SW-COMPLETE                    PIC X(01)   VALUE 'N'.
           88  REPLAY-COMPLETE                  VALUE 'Y'.
           88  REPLAY-INCOMPLETE                VALUE 'N'.
       01  WS-LIST-LINE.
           05 FILLER                      PIC X(09)   VALUE
                                          'MQJRPLY  '.
           05 WS-LIST-DATE                PIC X(08).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 WS-LIST-TIME                PIC X(06).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 WS-LIST-QUEUE               PIC X(48).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 WS-LIST-TRAN                PIC X(08).
           05 FILLER                      PIC X(05)   VALUE ' LEN '.
           05 WS-LIST-LEN                 PIC ZZZZ9.
           05 FILLER                      PIC X(05)   VALUE ' IMG '.
           05 WS-LIST-IMAGE               PIC X(01).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 WS-LIST-RESULT              PIC X(10).
      ******************************************************************
      *    IMS IO AREAS - THE SAME SEGMENT LAYOUT IMSMQ02 INSERTS
      ******************************************************************
       01  ROUTE-MSG.
           05 RTE-LL                      PIC S9(4)  COMP.
           05 RTE-ZZ                      PIC S9(4)  COMP.
           05 RTE-TRANCODE                PIC X(08).
           05 RTE-DATA                    PIC X(1000).
       01  ROUTE-SEG.
           05 SEG-LL                      PIC S9(4)  COMP.
           05 SEG-ZZ                      PIC S9(4)  COMP.
           05 SEG-DATA                    PIC X(1000).
       01  CHNG-DESTINATION               PIC X(08)   VALUE SPACES.
      ******************************************************************
      *    CHECKPOINT/RESTART AREA - THE LAST REPLAYED MESSAGE KEY
      *    RIDES IN THE CHECKPOINT AREA SO XRST CAN RESUME BEHIND IT
      ******************************************************************
       01  CHKP-ID-AREA.
           05  CHKP-ID                    PIC 9(09)   VALUE ZERO.
           05  CHKP-LAST-KEY              PIC X(40)   VALUE SPACES.
           05  CHKP-MSGS-REPLAYED         PIC 9(09)   VALUE ZERO.
       01  WS-CHECKPOINT-FREQUENCY        PIC 9(05)   VALUE 50.
       01  WS-MSGS-SINCE-CHKP             PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    RUN COUNTERS
      ******************************************************************
       01  WS-RECORDS-READ                PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-READ                   PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-SELECTED               PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-SKIPPED                PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-INCOMPLETE             PIC 9(09)   VALUE ZERO.
      ******************************************************************
      *    AUDIT TRAIL - THE RECORD IS BUILT HERE AND HANDED TO THE
      *    CENTRAL LOGGING SERVICE (MQLOGSV) FOR THE MQLOGWR LOGGER
      *    TO APPEND - THIS BMP NEVER OPENS THE AUDITLOG DATASET
      ******************************************************************
       01  AUDIT-RECORD.
           05 AUDIT-QUEUE-NAME            PIC X(48).
           05 AUDIT-USERID                PIC X(08).
           05 AUDIT-DATE                  PIC X(08).
           05 AUDIT-TIME                  PIC X(08).
           05 AUDIT-FUNCTION              PIC X(05).
           05 AUDIT-MSG-LENGTH            PIC 9(09).
           05 AUDIT-STATUS                PIC X(04).
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 AUDIT-DETAIL                PIC X(20).
           05 AUDIT-MSGID                 PIC X(24).
           05 AUDIT-CORRELID              PIC X(24).
      *
           COPY LOGQREC.
       01  WS-AUDIT-DATE                  PIC X(06)   VALUE SPACES.
       01  WS-AUDIT-TIME                  PIC X(08)   VALUE SPACES.
      ******************************************************************
      *    CONSTANTS (CC)
      ******************************************************************
       01  CONSTANTS.
           05  CC-DLIKODER.
                10 CC-CHNG                PIC X(04)  VALUE 'CHNG'.
                10 CC-ISRT                PIC X(04)  VALUE 'ISRT'.
                10 CC-PURG                PIC X(04)  VALUE 'PURG'.
                10 CC-ROLB                PIC X(04)  VALUE 'ROLB'.
                10 CC-ALTPCB              PIC X(08)  VALUE 'ALTPCB1'.
                10 CC-IOPCB               PIC X(08)  VALUE 'IOPCB'.
           05  CC-CHKP                    PIC X(04)  VALUE 'CHKP'.
           05  CC-XRST                    PIC X(04)  VALUE 'XRST'.
      ******************************************************************
      *    SWITCHES (SW)
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X      VALUE '0'.
             88 SW-ALL-OK                            VALUE '0'.
             88 SW-END-OF-JOURNAL                    VALUE 'S'.
             88 SW-INTERRUPTION                      VALUE 'F'.
       01  SW-SELECTED                    PIC X(01)  VALUE 'N'.
           88  MESSAGE-SELECTED                 VALUE 'Y'.
           88  MESSAGE-NOT-SELECTED             VALUE 'N'.
      ******************************************************************
      *    APPLICATION INTERFACE BLOCK (AIB)
      ******************************************************************
       01 AIB.
         05 AIB-ID                  PIC X(08)          VALUE 'DFSAIB'.
         05 AIB-LEN                 PIC 9(09)   COMP   VALUE 128.
         05 AIB-SUB-FUNC.
           10 AIB-SUB-FUNC-1        PIC X(04)          VALUE SPACE.
           10 AIB-SUB-FUNC-2        PIC X(04)          VALUE SPACE.
         05 AIB-PCB-NAME            PIC X(08)          VALUE SPACE.
         05 FILLER                  PIC X(16)          VALUE SPACE.
         05 AIB-IOAREA-LENGTH       PIC 9(09)   COMP   VALUE ZERO.
         05 AIB-IOAREA-USED         PIC 9(09)   COMP.
         05 FILLER                  PIC X(12)          VALUE SPACE.
         05 AIB-RETURN-CODE         PIC 9(09)   COMP.
         05 AIB-REASON-CODE         PIC 9(09)   COMP.
         05 FILLER                  PIC X(04)          VALUE SPACE.
         05 AIB-PCB-PTR             POINTER.
         05 FILLER                  PIC X(48)          VALUE SPACE.
      ******************************************************************
      *    AIB RETURNCODES
      ******************************************************************
       01 AIB-RETURKODER.
          05 AIB-HEX-0000               PIC 9(9) COMP VALUE 0.
          05 AIB-HEX-000C               PIC 9(9) COMP VALUE 12.
          05 AIB-HEX-0100               PIC 9(9) COMP VALUE 256.
          05 AIB-HEX-0104               PIC 9(9) COMP VALUE 260.
          05 AIB-HEX-0208               PIC 9(9) COMP VALUE 520.
          05 AIB-HEX-0210               PIC 9(9) COMP VALUE 528.
          05 AIB-HEX-0214               PIC 9(9) COMP VALUE 532.
          05 AIB-HEX-0218               PIC 9(9) COMP VALUE 536.
          05 AIB-HEX-0900               PIC 9(9) COMP VALUE 2304.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQJRPLY END WSS X'.
      ******************************************************************
      *
      *    LINKAGE SECTION
      *
      ******************************************************************
       LINKAGE SECTION.
        01  ALTPCB.
           05 ALT-LTERM           PIC X(8).
           05 ALT-RESERVED        PIC X(2).
           05 ALT-STATUS-CODE     PIC X(2).
      ******************************************************************
      *
      *    PROCEDURE DIVISION
      *
      ******************************************************************
       PROCEDURE DIVISION.
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION

           PERFORM C-PROCESS-RECORD UNTIL SW-END-OF-JOURNAL
                                       OR SW-INTERRUPTION

      *    THE LAST MESSAGE OF THE WINDOW HAS NO SUCCESSOR TO
      *    FINISH IT
           IF SW-END-OF-JOURNAL
              PERFORM DC-FINISH-MESSAGE
              IF SEL-MODE-REPLAY AND WS-MSGS-SINCE-CHKP > ZERO
              AND NOT SW-INTERRUPTION
                 PERFORM E-TAKE-CHECKPOINT
              END-IF
           END-IF

           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIATION - SELECTION, XRST AND POSITIONING
      *
      ******************************************************************
       B-INITIATION SECTION.
           PERFORM BA-READ-SELECTION

           IF SEL-MODE-REPLAY
              CALL 'CBLTDLI' USING CC-XRST
                                   CHKP-ID-AREA
              END-CALL
           END-IF

           IF NOT SW-INTERRUPTION
              OPEN INPUT JOURNAL-FILE
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'MQJRPLY  JOURNAL-FILE OPEN FAILED '
                         WS-JRNL-STATUS
                 SET SW-INTERRUPTION TO TRUE
              END-IF
           END-IF

      *    A RESTARTED REPLAY RESUMES BEHIND THE LAST CHECKPOINTED
      *    MESSAGE - EVERYTHING UP TO IT HAS ALREADY GONE OUT
           IF NOT SW-INTERRUPTION
              IF CHKP-ID > ZERO
              AND CHKP-LAST-KEY NOT = SPACES
                 DISPLAY 'MQJRPLY  RESTARTED AT CHECKPOINT ID: '
                         CHKP-ID
                 DISPLAY 'MQJRPLY  RESUMING AFTER ' CHKP-LAST-KEY
                 MOVE HIGH-VALUES          TO JRNL-KEY
                 MOVE CHKP-LAST-KEY        TO JRNL-KEY (1:40)
                 START JOURNAL-FILE KEY > JRNL-KEY
                    INVALID KEY
                       SET SW-END-OF-JOURNAL TO TRUE
                 END-START
              ELSE
                 MOVE LOW-VALUES           TO JRNL-KEY
                 IF WS-SEL-FROM NOT = SPACES
                    MOVE WS-SEL-FROM (1:8) TO JRNL-DATE
                    MOVE WS-SEL-FROM (9:6) TO JRNL-TIME (1:6)
                 END-IF
                 START JOURNAL-FILE KEY NOT < JRNL-KEY
                    INVALID KEY
                       SET SW-END-OF-JOURNAL TO TRUE
                 END-START
              END-IF
           END-IF

           IF SW-ALL-OK
              PERFORM CA-READ-NEXT-JOURNAL
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    BA  READ AND CHECK THE SELECTION CARDS - ANY MODE OTHER
      *        THAN RPLY IS A DRY-RUN LISTING
      *
      ******************************************************************
       BA-READ-SELECTION SECTION.
           MOVE SPACES                    TO WS-SELECT-CARD
                                             WS-QUEUE-CARD
           ACCEPT WS-SELECT-CARD
           ACCEPT WS-QUEUE-CARD

           IF NOT SEL-MODE-REPLAY
              MOVE 'LIST'                 TO WS-SEL-MODE
           END-IF
           IF WS-SEL-REQUESTER = SPACES
              MOVE 'MQJRPLY'              TO WS-SEL-REQUESTER
           END-IF

           IF WS-SEL-FROM NOT = SPACES
              IF WS-SEL-FROM NUMERIC
                 MOVE WS-SEL-FROM         TO WS-FROM-STAMP
              ELSE
                 DISPLAY 'MQJRPLY  INVALID FROM TIMESTAMP '
                         WS-SEL-FROM
                 SET SW-INTERRUPTION      TO TRUE
              END-IF
           END-IF
           IF WS-SEL-TO NOT = SPACES
              IF WS-SEL-TO NUMERIC
                 MOVE WS-SEL-TO           TO WS-TO-STAMP
              ELSE
                 DISPLAY 'MQJRPLY  INVALID TO TIMESTAMP ' WS-SEL-TO
                 SET SW-INTERRUPTION      TO TRUE
              END-IF
           END-IF
           IF WS-FROM-STAMP > WS-TO-STAMP
              DISPLAY 'MQJRPLY  FROM TIMESTAMP IS AFTER TO TIMESTAMP'
              SET SW-INTERRUPTION         TO TRUE
           END-IF

           DISPLAY '============================================'
           IF SEL-MODE-REPLAY
              DISPLAY '     PAYLOAD JOURNAL REPLAY'
           ELSE
              DISPLAY '     PAYLOAD JOURNAL REPLAY - LIST ONLY'
           END-IF
           DISPLAY '============================================'
           DISPLAY 'FROM                        : ' WS-SEL-FROM
           DISPLAY 'TO                          : ' WS-SEL-TO
           DISPLAY 'QUEUE                       : ' WS-SEL-QUEUE
           DISPLAY 'DESTINATION                 : ' WS-SEL-DEST-TRAN
           DISPLAY 'OVERRIDE TRAN CODE          : '
                   WS-SEL-OVERRIDE-TRAN
           DISPLAY 'REQUESTED BY                : ' WS-SEL-REQUESTER
           DISPLAY '============================================'
           CONTINUE.
      ******************************************************************
      *
      *    C   PROCESS ONE JOURNAL RECORD - A NEW DATE/TIME/MSGID
      *        FINISHES THE PREVIOUS MESSAGE AND STARTS THE NEXT
      *
      ******************************************************************
       C-PROCESS-RECORD SECTION.
           IF JRNL-KEY (1:40) NOT = WS-CURR-MSG-KEY
              PERFORM DC-FINISH-MESSAGE
              PERFORM DA-START-MESSAGE
           END-IF

           IF MESSAGE-SELECTED
           AND JRNL-IMAGE = WS-REPLAY-IMAGE
              PERFORM DB-COLLECT-SEGMENT
           END-IF

           IF NOT SW-INTERRUPTION
              PERFORM CA-READ-NEXT-JOURNAL
           END-IF
           CONTINUE.
      *
       CA-READ-NEXT-JOURNAL SECTION.
           READ JOURNAL-FILE NEXT
               AT END
                  SET SW-END-OF-JOURNAL TO TRUE
               NOT AT END
                  ADD 1                   TO WS-RECORDS-READ
                  MOVE JRNL-DATE          TO WS-JRNL-STAMP-DATE
                  MOVE JRNL-TIME (1:6)    TO WS-JRNL-STAMP-TIME
      *           THE JOURNAL IS IN TIME ORDER - THE FIRST RECORD
      *           PAST THE WINDOW ENDS THE RUN
                  IF WS-JRNL-STAMP > WS-TO-STAMP
                     SET SW-END-OF-JOURNAL TO TRUE
                  END-IF
           END-READ
           IF WS-JRNL-STATUS NOT = '00'
           AND WS-JRNL-STATUS NOT = '10'
              DISPLAY 'MQJRPLY  JOURNAL READ FAILED ' WS-JRNL-STATUS
              SET SW-INTERRUPTION         TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    DA  START A NEW MESSAGE - APPLY THE QUEUE AND DESTINATION
      *        FILTERS AND PICK THE IMAGE THE TRANSACTION GOT
      *
      ******************************************************************
       DA-START-MESSAGE SECTION.
           MOVE JRNL-KEY (1:40)           TO WS-CURR-MSG-KEY
           MOVE JRNL-CORRELID             TO WS-REPLAY-CORRELID
           ADD 1                          TO WS-MSGS-READ
           SET MESSAGE-SELECTED           TO TRUE

           IF WS-JRNL-STAMP < WS-FROM-STAMP
              SET MESSAGE-NOT-SELECTED    TO TRUE
           END-IF
           IF WS-SEL-QUEUE NOT = SPACES
           AND WS-SEL-QUEUE NOT = JRNL-QUEUE-NAME
              SET MESSAGE-NOT-SELECTED    TO TRUE
           END-IF
           IF WS-SEL-DEST-TRAN NOT = SPACES
           AND WS-SEL-DEST-TRAN NOT = JRNL-TRAN-CODE
              SET MESSAGE-NOT-SELECTED    TO TRUE
           END-IF

           IF MESSAGE-NOT-SELECTED
              ADD 1                       TO WS-MSGS-SKIPPED
           ELSE
              ADD 1                       TO WS-MSGS-SELECTED
              IF JRNL-HAS-TRANSFORM
                 MOVE 'T'                 TO WS-REPLAY-IMAGE
              ELSE
                 MOVE 'O'                 TO WS-REPLAY-IMAGE
              END-IF
              IF WS-SEL-OVERRIDE-TRAN NOT = SPACES
                 MOVE WS-SEL-OVERRIDE-TRAN TO WS-REPLAY-TRAN
              ELSE
                 MOVE JRNL-TRAN-CODE      TO WS-REPLAY-TRAN
              END-IF
              MOVE JRNL-QUEUE-NAME        TO WS-REPLAY-QUEUE
              MOVE ZERO                   TO WS-REPLAY-LEN
                                             WS-REPLAY-SEG-COUNT
                                             WS-REPLAY-SEGS-DONE
              MOVE SPACES                 TO WS-REPLAY-BUFF
              MOVE JRNL-DATE              TO WS-LIST-DATE
              MOVE JRNL-TIME (1:6)        TO WS-LIST-TIME
              MOVE JRNL-QUEUE-NAME        TO WS-LIST-QUEUE
              MOVE WS-REPLAY-TRAN         TO WS-LIST-TRAN
              MOVE WS-REPLAY-IMAGE        TO WS-LIST-IMAGE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    DB  COLLECT ONE SEGMENT OF THE REPLAY IMAGE - NOTHING IS
      *        INSERTED UNTIL THE WHOLE MESSAGE IS IN HAND, SO A
      *        JOURNAL ENTRY WITH A MISSING SEGMENT IS NEVER SENT
      *
      ******************************************************************
       DB-COLLECT-SEGMENT SECTION.
           IF JRNL-SEG-NO = 1
              MOVE JRNL-IMAGE-LEN         TO WS-REPLAY-LEN
              MOVE JRNL-SEG-COUNT         TO WS-REPLAY-SEG-COUNT
           END-IF
           IF WS-REPLAY-SEGS-DONE + 1 = JRNL-SEG-NO
              COMPUTE WS-REPLAY-POS = (WS-REPLAY-SEGS-DONE
                                       * WS-SEG-MAX) + 1
              IF JRNL-SEG-LEN > ZERO
              AND WS-REPLAY-POS + JRNL-SEG-LEN - 1
                  <= LENGTH OF WS-REPLAY-BUFF
                 MOVE JRNL-SEG-DATA (1:JRNL-SEG-LEN)
                      TO WS-REPLAY-BUFF (WS-REPLAY-POS:JRNL-SEG-LEN)
              END-IF
              ADD 1                       TO WS-REPLAY-SEGS-DONE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    DC  FINISH A MESSAGE - LIST IT, OR REPLAY AND AUDIT IT AND
      *        CHECKPOINT EVERY WS-CHECKPOINT-FREQUENCY MESSAGES
      *
      ******************************************************************
       DC-FINISH-MESSAGE SECTION.
           IF WS-CURR-MSG-KEY NOT = SPACES
           AND MESSAGE-SELECTED
              IF WS-REPLAY-SEGS-DONE > ZERO
              AND WS-REPLAY-SEGS-DONE = WS-REPLAY-SEG-COUNT
                 SET REPLAY-COMPLETE      TO TRUE
              ELSE
                 SET REPLAY-INCOMPLETE    TO TRUE
                 ADD 1                    TO WS-MSGS-INCOMPLETE
                 DISPLAY 'MQJRPLY  *** INCOMPLETE JOURNAL ENTRY '
                         WS-CURR-MSG-KEY (1:14) ' SEGMENTS '
                         WS-REPLAY-SEGS-DONE ' OF '
                         WS-REPLAY-SEG-COUNT ' - NOT REPLAYED'
              END-IF

              MOVE WS-REPLAY-LEN          TO WS-LIST-LEN
              EVALUATE TRUE
                 WHEN REPLAY-INCOMPLETE
                    MOVE 'INCOMPLETE'     TO WS-LIST-RESULT
                 WHEN SEL-MODE-REPLAY
                    MOVE 'REPLAYED'       TO WS-LIST-RESULT
                 WHEN OTHER
                    MOVE 'WOULD RPLY'     TO WS-LIST-RESULT
              END-EVALUATE

              IF SEL-MODE-REPLAY
                 IF REPLAY-COMPLETE
                    PERFORM DE-INSERT-MESSAGE
                 END-IF
                 IF NOT SW-INTERRUPTION
                    IF REPLAY-COMPLETE
                       ADD 1              TO CHKP-MSGS-REPLAYED
                    END-IF
                    DISPLAY WS-LIST-LINE
                    PERFORM DD-WRITE-AUDIT-RECORD
                    MOVE WS-CURR-MSG-KEY  TO CHKP-LAST-KEY
                    ADD 1                 TO WS-MSGS-SINCE-CHKP
                    IF WS-MSGS-SINCE-CHKP >= WS-CHECKPOINT-FREQUENCY
                       PERFORM E-TAKE-CHECKPOINT
                    END-IF
                 END-IF
              ELSE
                 DISPLAY WS-LIST-LINE
              END-IF
           END-IF
           SET MESSAGE-NOT-SELECTED       TO TRUE
           CONTINUE.
      ******************************************************************
      *
      *    DD  WRITE THE REPLAY AUDIT RECORD - ONE PER MESSAGE
      *
      ******************************************************************
       DD-WRITE-AUDIT-RECORD SECTION.
           ACCEPT WS-AUDIT-DATE           FROM DATE
           ACCEPT WS-AUDIT-TIME           FROM TIME
           MOVE WS-REPLAY-QUEUE           TO AUDIT-QUEUE-NAME
           MOVE WS-SEL-REQUESTER          TO AUDIT-USERID
           MOVE WS-AUDIT-DATE             TO AUDIT-DATE
           MOVE WS-AUDIT-TIME             TO AUDIT-TIME
           MOVE 'RPLY '                   TO AUDIT-FUNCTION
           MOVE WS-REPLAY-LEN             TO AUDIT-MSG-LENGTH
           EVALUATE TRUE
              WHEN SW-INTERRUPTION
                 MOVE 'NOK'               TO AUDIT-STATUS
              WHEN REPLAY-INCOMPLETE
                 MOVE 'PART'              TO AUDIT-STATUS
              WHEN OTHER
                 MOVE 'OK'                TO AUDIT-STATUS
           END-EVALUATE
           MOVE AIB-RETURN-CODE           TO AUDIT-COMPCODE
           MOVE AIB-REASON-CODE           TO AUDIT-REASON
           MOVE SPACES                    TO AUDIT-DETAIL
           STRING 'TO ' WS-REPLAY-TRAN ' '
                  WS-CURR-MSG-KEY (1:8)
              DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
      *    THE ORIGINAL MESSAGE'S IDS - THE REPLAY SHOWS IN ITS TRACE
           MOVE WS-CURR-MSG-KEY (17:24)   TO AUDIT-MSGID
           MOVE WS-REPLAY-CORRELID        TO AUDIT-CORRELID

           MOVE 'A'                       TO LOGM-TYPE
           MOVE SPACES                    TO LOGM-DATA
           MOVE AUDIT-RECORD              TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
      ******************************************************************
      *
      *    DE  INSERT THE MESSAGE - CHNG THE ALTERNATE PCB TO THE
      *        DESTINATION, THEN THE FIRST SEGMENT WITH THE TRAN
      *        CODE AND THE REST AS CONTINUATION SEGMENTS, EXACTLY
      *        AS IMSMQ02 INSERTED IT, AND A PURG TO END IT. A
      *        FAILED CALL BACKS THE RUN OUT TO THE LAST CHECKPOINT
      *
      ******************************************************************
       DE-INSERT-MESSAGE SECTION.
           MOVE CC-ALTPCB                 TO AIB-PCB-NAME
           MOVE WS-REPLAY-TRAN            TO CHNG-DESTINATION
           MOVE LENGTH OF CHNG-DESTINATION TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING CC-CHNG
                                AIB
                                CHNG-DESTINATION
           END-CALL
           PERFORM X-AIB-KONTROLL

           IF SW-ALL-OK
              IF WS-REPLAY-LEN > WS-SEG-MAX
                 MOVE WS-SEG-MAX          TO WS-SEG-LEN
              ELSE
                 MOVE WS-REPLAY-LEN       TO WS-SEG-LEN
              END-IF
              MOVE ZERO                   TO RTE-ZZ
              MOVE WS-REPLAY-TRAN         TO RTE-TRANCODE
              MOVE SPACES                 TO RTE-DATA
              IF WS-SEG-LEN > ZERO
                 MOVE WS-REPLAY-BUFF (1:WS-SEG-LEN) TO RTE-DATA
              END-IF
              COMPUTE RTE-LL = WS-SEG-LEN + 12
              MOVE LENGTH OF ROUTE-MSG    TO AIB-IOAREA-LENGTH

              CALL 'AIBTDLI' USING CC-ISRT
                                   AIB
                                   ROUTE-MSG
              END-CALL
              PERFORM X-AIB-KONTROLL
              COMPUTE WS-SEG-POS = WS-SEG-LEN + 1
              PERFORM DE2-INSERT-NEXT-SEGMENT
                      UNTIL WS-SEG-POS > WS-REPLAY-LEN
                      OR SW-INTERRUPTION
              IF NOT SW-INTERRUPTION
                 PERFORM DE3-END-MESSAGE
              END-IF
           END-IF

           IF SW-INTERRUPTION
              DISPLAY 'MQJRPLY  INSERT FAILED FOR ' WS-REPLAY-TRAN
                      ' JOURNAL KEY ' WS-CURR-MSG-KEY (1:16)
              PERFORM DD-WRITE-AUDIT-RECORD
              PERFORM F-BACK-OUT-TO-CHECKPOINT
           END-IF
           CONTINUE.
      *
       DE2-INSERT-NEXT-SEGMENT SECTION.
           COMPUTE WS-SEG-LEN = WS-REPLAY-LEN - WS-SEG-POS + 1
           IF WS-SEG-LEN > WS-SEG-MAX
              MOVE WS-SEG-MAX             TO WS-SEG-LEN
           END-IF
           MOVE ZERO                      TO SEG-ZZ
           MOVE SPACES                    TO SEG-DATA
           MOVE WS-REPLAY-BUFF (WS-SEG-POS:WS-SEG-LEN) TO SEG-DATA
           COMPUTE SEG-LL = WS-SEG-LEN + 4
           MOVE LENGTH OF ROUTE-SEG       TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING CC-ISRT
                                AIB
                                ROUTE-SEG
           END-CALL
           PERFORM X-AIB-KONTROLL
           ADD WS-SEG-LEN                 TO WS-SEG-POS
           CONTINUE.
      *
      *    WITHOUT THE PURG THE NEXT REPLAYED MESSAGE FOR THE SAME
      *    DESTINATION BEFORE A CHECKPOINT WOULD BE ADDED TO THIS ONE
       DE3-END-MESSAGE SECTION.
           MOVE ZERO                      TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING CC-PURG
                                AIB
           END-CALL
           PERFORM X-AIB-KONTROLL
           CONTINUE.
      ******************************************************************
      *
      *    E   TAKE CHECKPOINT - THE LAST MESSAGE KEY RIDES ALONG SO
      *        A RESTART RESUMES THE REPLAY BEHIND IT
      *
      ******************************************************************
       E-TAKE-CHECKPOINT SECTION.
           ADD 1 TO CHKP-ID
           CALL 'CBLTDLI' USING CC-CHKP
                                CHKP-ID-AREA
           END-CALL
           DISPLAY 'MQJRPLY  CHECKPOINT TAKEN     : ' CHKP-ID
           DISPLAY 'MQJRPLY  LAST JOURNAL KEY     : ' CHKP-LAST-KEY
           DISPLAY 'MQJRPLY  MESSAGES REPLAYED    : '
                   CHKP-MSGS-REPLAYED
           MOVE ZERO TO WS-MSGS-SINCE-CHKP
           CONTINUE.
      ******************************************************************
      *
      *    F   BACK OUT TO THE LAST CHECKPOINT - A FAILED INSERT
      *        MUST NOT LEAVE HALF A MESSAGE (OR THE MESSAGES SINCE
      *        THE CHECKPOINT) QUEUED. A RESTART REPLAYS THEM
      *
      ******************************************************************
       F-BACK-OUT-TO-CHECKPOINT SECTION.
           MOVE CC-IOPCB                  TO AIB-PCB-NAME
           MOVE ZERO                      TO AIB-IOAREA-LENGTH
           CALL 'AIBTDLI' USING CC-ROLB
                                AIB
           END-CALL
           DISPLAY 'MQJRPLY  MESSAGES SINCE CHECKPOINT BACKED OUT: '
                   WS-MSGS-SINCE-CHKP
           SET SW-INTERRUPTION            TO TRUE
           CONTINUE.
      ******************************************************************
      *
      *    X   AIB RETURNCODE CHECK
      *
      ******************************************************************
       X-AIB-KONTROLL SECTION.
               EVALUATE TRUE
                   WHEN AIB-RETURN-CODE = AIB-HEX-0000 AND
                        AIB-REASON-CODE = AIB-HEX-0000
                     SET SW-ALL-OK TO TRUE
                   WHEN AIB-RETURN-CODE = AIB-HEX-0900
                     SET ADDRESS OF ALTPCB TO AIB-PCB-PTR
                     DISPLAY 'MQJRPLY  ALT PCB STATUS = '
                              ALT-STATUS-CODE
                     SET SW-INTERRUPTION TO TRUE
                   WHEN OTHER
                     SET SW-INTERRUPTION TO TRUE
               END-EVALUATE
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.
           DISPLAY '============================================'
           IF SW-INTERRUPTION
              DISPLAY 'RUN STATUS                  : INTERRUPTION'
              DISPLAY 'AIB-RETURN-CODE             : ' AIB-RETURN-CODE
              DISPLAY 'AIB-REASON-CODE             : ' AIB-REASON-CODE
              DISPLAY 'LAST CHECKPOINT ID          : ' CHKP-ID
              DISPLAY 'LAST CHECKPOINTED KEY       : ' CHKP-LAST-KEY
              MOVE 8                      TO RETURN-CODE
           ELSE
              DISPLAY 'RUN STATUS                  : COMPLETE'
           END-IF
           DISPLAY 'JOURNAL RECORDS READ        : ' WS-RECORDS-READ
           DISPLAY 'MESSAGES READ               : ' WS-MSGS-READ
           DISPLAY 'MESSAGES SELECTED           : ' WS-MSGS-SELECTED
           DISPLAY 'MESSAGES SKIPPED            : ' WS-MSGS-SKIPPED
           IF SEL-MODE-REPLAY
              DISPLAY 'MESSAGES REPLAYED           : '
                      CHKP-MSGS-REPLAYED
              DISPLAY 'INCOMPLETE JOURNAL ENTRIES  : '
                      WS-MSGS-INCOMPLETE
              IF WS-MSGS-INCOMPLETE > ZERO
              AND NOT SW-INTERRUPTION
                 MOVE 4                   TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY '============================================'

           CLOSE JOURNAL-FILE
      *
           GOBACK.
      *
