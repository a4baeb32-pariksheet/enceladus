      ****************************************************************************
      * QASREC - quality review queue record layout (VSAM KSDS keyed
      * on sample date and sequence).  The nightly CBQAS001 job draws
      * a repeatable random sample from the CBVAL001 good file, so many
      * records per C flag-plus-reason cell, and queues each record it
      * draws here: the record as it passed the gate, its permanent id,
      * its sender of origin (the good-origin companion, SNDORG), and
      * its A occurrences decoded one B1/B2 pair at a time for the
      * reviewer.  QAS-CELL-POPULATION is how many good records the
      * cell held that night, the population the sample stands for.
      *
      * Reviewers work the queue in the CBQAS002 transaction, which
      * records pass or fail with a finding code (required on a fail,
      * optional on a pass), the reviewer and when; each outcome is
      * journaled to AUDFILE under action 'Q'.  An entry is reviewed
      * once; the monthly CBQAS003 report measures the error rate from
      * the reviewed entries of the month.
      ****************************************************************************
       01  QA-SAMPLE-RECORD.
           05  QAS-KEY.
               10  QAS-SAMPLE-DATE     PIC X(8).
               10  QAS-SAMPLE-SEQ      PIC 9(5).
           05  QAS-STATUS              PIC X(1).
               88  QAS-AWAITING        VALUE 'W'.
               88  QAS-PASSED          VALUE 'P'.
               88  QAS-FAILED          VALUE 'F'.
               88  QAS-REVIEWED        VALUES 'P' 'F'.
           05  QAS-CELL-KEY.
               10  QAS-C-FLAG          PIC X(1).
               10  QAS-C-REASON        PIC X(2).
           05  QAS-RID                 PIC X(12).
           05  QAS-SENDER-NO           PIC 9(1).
           05  QAS-SENDER-POS          PIC 9(9).
           05  QAS-TRANS-DATE          PIC X(8).
           05  QAS-SOURCE              PIC X(1).
           05  QAS-GATE-SEQ            PIC 9(9).
           05  QAS-CELL-POPULATION     PIC 9(9).
           05  QAS-SEED                PIC 9(9).
           05  QAS-N                   PIC 9(2).
           05  QAS-A-OCCURRENCES.
               10  QAS-A               OCCURS 99 TIMES.
                   15  QAS-B1          PIC X(1).
                   15  QAS-B2          PIC X(1).
           05  QAS-RECORD-IMAGE        PIC X(215).
           05  QAS-FINDING-CODE        PIC X(3).
           05  QAS-REVIEWED-BY         PIC X(8).
           05  QAS-REVIEWED-DATE       PIC X(8).
           05  QAS-REVIEWED-TIME       PIC X(8).
