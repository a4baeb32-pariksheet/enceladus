      ****************************************************************************
      *                                                                          *
      * Copyright 2018-2019 ABSA Group Limited                                   *
      *                                                                          *
      * Licensed under the Apache License, Version 2.0 (the "License");          *
      * you may not use this file except in compliance with the License.         *
      * You may obtain a copy of the License at                                  *
      *                                                                          *
      *     http://www.apache.org/licenses/LICENSE-2.0                           *
      *                                                                          *
      * Unless required by applicable law or agreed to in writing, software      *
      * distributed under the License is distributed on an "AS IS" BASIS,        *
      * WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied. *
      * See the License for the specific language governing permissions and      *
      * limitations under the License.                                           *
      *                                                                          *
      ****************************************************************************
      * CBFMT004 - one-time sender-origin pad job.
      *
      * The reject and carry-forward records grew a trailing sender of
      * origin (see REJFILE and RCYFWD): sender number, position in
      * the sender's transmission and transmission date, eighteen bytes
      * in all.  This job rewrites a file in the old length into the
      * new, with the origin set to sender zero - not known - so the
      * rejects already in the loop carry on recycling and ageing as
      * before and simply cannot be returned to a sender.  Like
      * CBFMT002 before it, run once per file at cutover, then retire
      * the old generations.
      *
      * The command-line parm names the file shape:
      *
      *   REJECT   - reject file (reason code + R image):
      *              218 -> 236, origin appended;
      *   FORWARD  - reject carry-forward file (reason code + R image
      *              + age count): 220 -> 238, origin appended after
      *              the age count.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBFMT004.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REJ-FILE ASSIGN TO R-OLD-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-REJ-FILE ASSIGN TO R-NEW-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT OLD-FWD-FILE ASSIGN TO R-OLD-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-FWD-FILE ASSIGN TO R-NEW-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REJ-FILE
           RECORDING MODE IS F.
       01  OLD-REJ-RECORD                  PIC X(218).

       FD  NEW-REJ-FILE
           RECORDING MODE IS F.
           COPY REJFILE.

       FD  OLD-FWD-FILE
           RECORDING MODE IS F.
       01  OLD-FWD-RECORD                  PIC X(220).

       FD  NEW-FWD-FILE
           RECORDING MODE IS F.
           COPY RCYFWD.

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS              PIC X(2).
           88  WS-OLD-FILE-OK              VALUE '00'.

       01  WS-NEW-FILE-STATUS              PIC X(2).
           88  WS-NEW-FILE-OK              VALUE '00'.

       01  WS-LAYOUT-PARM                  PIC X(8)    VALUE SPACES.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT             PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           EVALUATE WS-LAYOUT-PARM
               WHEN 'REJECT'
                   PERFORM 2000-PAD-REJECT
               WHEN 'FORWARD'
                   PERFORM 3000-PAD-FORWARD
           END-EVALUATE
           DISPLAY 'CBFMT004 - RECORDS PADDED : ' WS-RECORD-COUNT
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-LAYOUT-PARM FROM COMMAND-LINE
           IF WS-LAYOUT-PARM NOT = 'REJECT'
                   AND WS-LAYOUT-PARM NOT = 'FORWARD'
               DISPLAY 'CBFMT004 - LAYOUT PARM REQUIRED: REJECT OR '
                   'FORWARD'
               STOP RUN
           END-IF.

       2000-PAD-REJECT.
           OPEN INPUT OLD-REJ-FILE
           PERFORM 9000-CHECK-OLD-OPEN
           OPEN OUTPUT NEW-REJ-FILE
           PERFORM 9100-CHECK-NEW-OPEN
           PERFORM UNTIL WS-EOF
               READ OLD-REJ-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE OLD-REJ-RECORD (1:3) TO REJECT-REASON-CODE
                       MOVE OLD-REJ-RECORD (4:215) TO REJECT-RAW-DATA
                       MOVE ZERO TO REJECT-SENDER-NO
                       MOVE ZERO TO REJECT-SENDER-POS
                       MOVE SPACES TO REJECT-TRANS-DATE
                       WRITE REJECT-RECORD-OUT
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-REJ-FILE
           CLOSE NEW-REJ-FILE.

       3000-PAD-FORWARD.
           OPEN INPUT OLD-FWD-FILE
           PERFORM 9000-CHECK-OLD-OPEN
           OPEN OUTPUT NEW-FWD-FILE
           PERFORM 9100-CHECK-NEW-OPEN
           PERFORM UNTIL WS-EOF
               READ OLD-FWD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE OLD-FWD-RECORD (1:3) TO REJ-FWD-REASON-CODE
                       MOVE OLD-FWD-RECORD (4:215) TO REJ-FWD-RAW-DATA
                       MOVE OLD-FWD-RECORD (219:2) TO REJ-FWD-AGE-COUNT
                       MOVE ZERO TO REJ-FWD-SENDER-NO
                       MOVE ZERO TO REJ-FWD-SENDER-POS
                       MOVE SPACES TO REJ-FWD-TRANS-DATE
                       WRITE REJECT-FWD-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-FWD-FILE
           CLOSE NEW-FWD-FILE.

       9000-CHECK-OLD-OPEN.
           IF NOT WS-OLD-FILE-OK
               DISPLAY 'CBFMT004 - UNABLE TO OPEN OLD FILE, STATUS='
                   WS-OLD-FILE-STATUS
               STOP RUN
           END-IF.

       9100-CHECK-NEW-OPEN.
           IF NOT WS-NEW-FILE-OK
               DISPLAY 'CBFMT004 - UNABLE TO OPEN NEW FILE, STATUS='
                   WS-NEW-FILE-STATUS
               STOP RUN
           END-IF.
