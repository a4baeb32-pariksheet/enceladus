      ****************************************************************************
      * CDCREC - change-data-capture feed record layout.  The nightly
      * CBCDC001 job writes one feed file for downstream subscribers,
      * a header, one detail per change to a record and a trailer:
      *
      *   H  <feed date><cut-off time><first sequence><last sequence>
      *      <change count>
      *   D  <feed sequence><change type><date and time of the change>
      *      <record id><origin><origin action><before image><after
      *      image>
      *   T  <first sequence><last sequence><change count><count per
      *      change type>
      *
      * The feed sequence number is unbroken from one feed to the
      * next: tonight's first sequence is last night's last plus one,
      * whatever the dates, so a subscriber that has applied every
      * sequence up to the last one it saw has missed nothing.  A feed
      * with no changes still carries its header and trailer, with a
      * zero count and a first sequence one above the last.
      *
      * Change types, with the images each carries (full RRAW-shaped
      * records, spaces where there is nothing):
      *
      *   ADD  the generation compare (CBDLT001) found a new record -
      *        after image only;
      *   UPD  the generation compare found the record changed -
      *        before and after;
      *   DEL  the generation compare found the record gone - before
      *        image only;
      *   COR  an applied maintenance change from the audit journal
      *        (CBMNT001 occurrence edits, CBAPR001 approved C edits
      *        and re-keys, CBRSN003 reclassifications) - before and
      *        after, the origin is the operator or job and the origin
      *        action the AUDFILE action code;
      *   ARC  CBARC001 moved the record off the master into the
      *        archive - before image only;
      *   RST  CBRTV001 pulled the record back out of the archive to
      *        go through the gate again - after image only.
      *
      * An archive move and the delete the generation compare later
      * finds for the same record are two changes, each on the feed
      * once; likewise a restore and the add that follows it through
      * the gate.  The record id is the permanent identifier stamped
      * by the CBVAL001 gate.
      ****************************************************************************
       01  CDC-FEED-RECORD.
           05  CDC-RECORD-TYPE             PIC X(1).
               88  CDC-IS-HEADER           VALUE 'H'.
               88  CDC-IS-DETAIL           VALUE 'D'.
               88  CDC-IS-TRAILER          VALUE 'T'.
           05  CDC-DETAIL-BODY.
               10  CDC-SEQUENCE            PIC 9(12).
               10  CDC-CHANGE-TYPE         PIC X(3).
                   88  CDC-ADDED           VALUE 'ADD'.
                   88  CDC-UPDATED         VALUE 'UPD'.
                   88  CDC-DELETED         VALUE 'DEL'.
                   88  CDC-CORRECTED       VALUE 'COR'.
                   88  CDC-ARCHIVED        VALUE 'ARC'.
                   88  CDC-RESTORED        VALUE 'RST'.
               10  CDC-CHANGE-DATE         PIC X(8).
               10  CDC-CHANGE-TIME         PIC X(8).
               10  CDC-RID                 PIC X(12).
               10  CDC-ORIGIN              PIC X(8).
               10  CDC-ORIGIN-ACTION       PIC X(1).
               10  CDC-BEFORE-IMAGE        PIC X(215).
               10  CDC-AFTER-IMAGE         PIC X(215).
           05  CDC-HEADER-BODY REDEFINES CDC-DETAIL-BODY.
               10  CDC-HDR-FEED-DATE       PIC X(8).
               10  CDC-HDR-CUTOFF-TIME     PIC X(8).
               10  CDC-HDR-FIRST-SEQ       PIC 9(12).
               10  CDC-HDR-LAST-SEQ        PIC 9(12).
               10  CDC-HDR-CHANGE-COUNT    PIC 9(9).
               10  FILLER                  PIC X(433).
           05  CDC-TRAILER-BODY REDEFINES CDC-DETAIL-BODY.
               10  CDC-TRL-FIRST-SEQ       PIC 9(12).
               10  CDC-TRL-LAST-SEQ        PIC 9(12).
               10  CDC-TRL-CHANGE-COUNT    PIC 9(9).
               10  CDC-TRL-ADD-COUNT       PIC 9(9).
               10  CDC-TRL-UPD-COUNT       PIC 9(9).
               10  CDC-TRL-DEL-COUNT       PIC 9(9).
               10  CDC-TRL-COR-COUNT       PIC 9(9).
               10  CDC-TRL-ARC-COUNT       PIC 9(9).
               10  CDC-TRL-RST-COUNT       PIC 9(9).
               10  FILLER                  PIC X(395).
