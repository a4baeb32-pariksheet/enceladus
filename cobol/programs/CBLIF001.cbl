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
      * CBLIF001 - single-record lifecycle report.
      *
      * "What has happened to this record since it arrived" used to
      * mean reading the gate's run log, the reject files, the delta
      * history, the CBAUD001 report and the archive side by side.
      * This job answers it for one permanent record id (a required
      * central runtime parameter - PRMREC, maintained by CBPRM001:
      * twelve digits) as one printable, date-ordered timeline:
      *
      *   - the night the CBVAL001 gate assigned the id;
      *   - each reject episode from CBRCY001, carried forward or
      *     repaired and resubmitted, with the reason code and age;
      *   - each CBDLT001 add, update and delete, with the old and new
      *     images;
      *   - each CBMNT001 maintenance and maker-checker entry from
      *     AUDFILE, with the operator and before/after images;
      *   - each move into the CBARC001 archive and each CBRTV001
      *     restore out of it, when the moving job ran;
      *
      * closing on the record's current state - live on the KSDS,
      * archived, or neither - and any C change still awaiting
      * approval.  The gathering and ordering are the shared LIFCOL
      * routine, so this report and the CBLIF002 line-mode inquiry
      * always tell the same story.  Each history is read front to
      * back; only the one record's events are sorted.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLIF001.

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

           SELECT PARM-FILE ASSIGN TO R-PRM-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-PROGRAM-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

           SELECT REPORT-FILE ASSIGN TO LIF-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUN-LOG-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

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

       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY PRMREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       SD  SORT-FILE.
           COPY LIFEVT.

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY PRMWS.
           COPY LIFWS.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-LINE-COUNT                   PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 9300-BUILD-LIFECYCLE
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CBLIF001' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           IF NOT WS-PRM-FOUND
                   OR WS-PRM-VALUE (1:12) IS NOT NUMERIC
               DISPLAY 'CBLIF001 - RECORD ID PARAMETER MISSING OR '
                   'NOT 12 DIGITS, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRM-VALUE (1:12) TO WS-LIF-RID

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBLIF001 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBLIF001 - SINGLE-RECORD LIFECYCLE' TO REPORT-LINE
           WRITE REPORT-LINE.

       9890-EMIT-LIFE-LINE.
           MOVE WS-LIF-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

           COPY LIFCOL.

           COPY RUNLOGWR.
           COPY PRMGET.

       8000-FINALIZE.
           CLOSE REPORT-FILE
           DISPLAY 'CBLIF001 - RECORD ID       : ' WS-LIF-RID
           DISPLAY 'CBLIF001 - EVENTS REPORTED : ' WS-LIF-EVENT-COUNT
           DISPLAY 'CBLIF001 - LINES WRITTEN   : ' WS-LINE-COUNT
           MOVE 'CBLIF001' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-LIF-EVENT-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-LIF-EVENT-COUNT TO WS-RUNLOG-PROCESSED
           MOVE ZERO TO WS-RUNLOG-REJECTED
           MOVE ZERO TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG.
