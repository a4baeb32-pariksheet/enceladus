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
      * CBLIF002 - single-record lifecycle inquiry, line mode.
      *
      * The CBLIF001 timeline on demand: the operator signs on
      * (authority level 1, inquiry, through the shared OPRSGN check,
      * refusals journaled to AUDFILE under action 'D'), then keys a
      * twelve-digit permanent record id and the record's whole history
      * - id assignment, reject episodes, deltas, maintenance and
      * maker-checker entries, archive moves and restores - displays
      * in date order, closing on its current state.  Keys another id
      * or Q to quit.
      * The gathering and ordering are the shared LIFCOL routine, so
      * the screen and the printed report always agree; each inquiry
      * rereads the histories, so it sees tonight's files as soon as
      * they land.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLIF002.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RID-HIST-FILE ASSIGN TO RID-HIST-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RHS-FILE-STATUS.

           SELECT REJ-HIST-FILE ASSIGN TO RCY-HIST-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJH-FILE-STATUS.

           SELECT DELTA-FILE ASSIGN TO R-DLTHIST-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.

           SELECT AUDIT-HIST-FILE ASSIGN TO R-AUDIT-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-FILE-STATUS.

           SELECT ARC-IN-FILE ASSIGN TO R-ARCHIVE-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-IN-FILE-STATUS.

           SELECT ARC-MOVE-FILE ASSIGN TO ARC-MOVE-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMV-FILE-STATUS.

           SELECT R-INDEX-FILE ASSIGN TO R-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS R-INDEX-RID
               ALTERNATE RECORD KEY IS C OF R-INDEX-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO R-PND-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-RID
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

           SELECT OPERATOR-FILE ASSIGN TO R-OPR-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO R-AUDIT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RID-HIST-FILE
           RECORDING MODE IS F.
           COPY RIDHIST.

       FD  REJ-HIST-FILE
           RECORDING MODE IS F.
           COPY RJHREC.

       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY DLTTRN.

       FD  AUDIT-HIST-FILE
           RECORDING MODE IS F.
       01  AUDIT-HIST-RECORD               PIC X(461).

      ****************************************************************************
      * The archive is variable-length (see CBARC001): a packed R
      * record with the eight-byte last-activity date appended.
      ****************************************************************************
       FD  ARC-IN-FILE
           RECORD IS VARYING IN SIZE FROM 18 TO 223 CHARACTERS
               DEPENDING ON WS-ARC-IN-LEN.
       01  ARC-RECORD-IN                   PIC X(223).

       FD  ARC-MOVE-FILE
           RECORDING MODE IS F.
           COPY ARCMOVE.

       FD  R-INDEX-FILE
           RECORDING MODE IS F.
           COPY RIDXREC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY OPRREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDFILE.

       SD  SORT-FILE.
           COPY LIFEVT.

       WORKING-STORAGE SECTION.
           COPY OPRSGNWS.
           COPY LIFWS.

       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-NOT-FOUND          VALUE '35'.

       01  WS-DONE-SWITCH                  PIC X(1)    VALUE 'N'.
           88  WS-DONE                                 VALUE 'Y'.

       01  WS-WORK-ID                      PIC X(12).

       01  WS-COUNTERS.
           05  WS-INQUIRY-COUNT            PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-DONE
               PERFORM 2000-PROMPT-RECORD-ID
           END-PERFORM
           CLOSE AUDIT-FILE
           DISPLAY 'CBLIF002 - RECORDS INQUIRED: ' WS-INQUIRY-COUNT
           STOP RUN.

       1000-INITIALIZE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBLIF002 - UNABLE TO OPEN AUDIT-FILE, STATUS='
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBLIF002' TO WS-SIGNON-PROGRAM
           PERFORM 9600-VERIFY-OPERATOR
           IF WS-SIGNON-OK
               MOVE 1 TO WS-REQUIRED-LEVEL
               PERFORM 9620-CHECK-AUTHORITY
           END-IF
           IF NOT WS-SIGNON-OK OR NOT WS-AUTH-OK
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.

       2000-PROMPT-RECORD-ID.
           DISPLAY 'CBLIF002 - RECORD ID (12 DIGITS) OR Q TO QUIT: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-WORK-ID
           ACCEPT WS-WORK-ID
           EVALUATE TRUE
               WHEN WS-WORK-ID = 'Q' OR WS-WORK-ID = 'q'
                   SET WS-DONE TO TRUE
               WHEN WS-WORK-ID IS NOT NUMERIC
                   DISPLAY 'CBLIF002 - RECORD ID MUST BE 12 DIGITS'
               WHEN OTHER
                   ADD 1 TO WS-INQUIRY-COUNT
                   MOVE WS-WORK-ID TO WS-LIF-RID
                   PERFORM 9300-BUILD-LIFECYCLE
           END-EVALUATE.

       9890-EMIT-LIFE-LINE.
           DISPLAY 'CBLIF002 - ' WS-LIF-LINE.

           COPY LIFCOL.

           COPY OPRSGN.
