       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Select input file, line sequential as we read line by line,
      * file read status is handled here. The name is a WORKING-
      * STORAGE field because the nightly stream's validation pass
      * reads what its import just staged under a scratch name, see
      * 1000-RUN-NIGHTLY-BEGIN; every other run reads data/input.dat.
           SELECT F-INPUT
               ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS. 
      * own FD since import is the one mode that writes it rather
      * than reads it. Only opened in import mode, and only once
      * the extract itself opened clean, so a typo'd import run
      * can't truncate a good input file to nothing. The nightly
      * stream stages to data/input.new instead, swapped into place
      * only once its validation gate passes.
           SELECT F-STAGED
               ASSIGN TO DYNAMIC WS-STAGED-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-STAGED-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSCRIPT-STATUS.

      * Select the marking-period weights file, line sequential too,
      * one record per marking-period code with the percentage it
      * carries in the year-end final grade. Read at the start of a
      * year-end run ("YEAREND" on the command line) by
      * 0089-LOAD-PERIOD-WEIGHTS-BEGIN; a missing file keeps the
      * district's standing weights, see
      * 0048-INIT-PERIOD-WEIGHTS-BEGIN.
           SELECT F-PERIODS
               ASSIGN TO 'data/periods.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PERIODS-STATUS.

      * Select the final-grade report written by a year-end run, line
      * sequential too: one line per student with every marking
      * period's posted average, the weighted final grade and its
      * letter, dated like the other outputs, see
      * 0490-RUN-YEAR-END-BEGIN.
           SELECT F-FINAL
               ASSIGN TO DYNAMIC WS-FINAL-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FINAL-STATUS.

      * Select the awards table file, line sequential too, one record
      * per award the committee sets with the rules a student must
      * meet for it. Read at the start of an awards run ("AWARDS" on
      * the command line) by 0082-LOAD-AWARDS-BEGIN; a missing file
      * keeps the standing awards, see 0046-INIT-AWARDS-BEGIN.
           SELECT F-AWARDS
               ASSIGN TO 'data/awards.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AWARDS-STATUS.

      * Select the eligibility list written by an awards run, line
      * sequential too: one ranked section per award, each student
      * followed by the terms that qualified them, dated like the
      * other outputs, see 1020-RUN-AWARDS-BEGIN.
           SELECT F-AWARDLIST
               ASSIGN TO DYNAMIC WS-AWARDLIST-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AWARDLIST-STATUS.

      * Select the class snapshot file, line sequential too: the full
      * detail of one class exactly as a run finished it - header,
      * scale, courses with their codes and teachers, students with
      * guardians and absences, every grade and assessment row -
      * frozen under data/ as data/snap_<id>_YYYYMMDD.dat by
      * 0094-WRITE-SNAPSHOT-BEGIN. A reprint run, or an amendment run
      * naming a class and date, reloads it in place of
      * data/input.dat, see 0093-LOAD-SNAPSHOT-BEGIN. Never aged off:
      * it is the only copy of a class once the next import has
      * overwritten the input.
           SELECT F-SNAPSHOT
               ASSIGN TO DYNAMIC WS-SNAPSHOT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SNAPSHOT-STATUS.

      * Select the grading anomaly review file, line sequential too,
      * one row per suspicious grading pattern found in a class before
      * its results go out, see 0320-REVIEW-ANOMALIES-BEGIN. Dated
      * like F-EXCEPTIONS (output/anomaly_YYYYMMDD.dat, amendment
      * runs output/amendanom_YYYYMMDD.dat).
           SELECT F-ANOMALY
               ASSIGN TO DYNAMIC WS-ANOMALY-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANOMALY-STATUS.

      * Select the end-of-term state extract and its rejects list,
      * line sequential too, written by a normal run for the
      * district office's state submission, see 0330-WRITE-STATE-
      * EXTRACT-BEGIN (output/state_YYYYMMDD.dat and
      * output/staterej_YYYYMMDD.dat).
           SELECT F-STATE
               ASSIGN TO DYNAMIC WS-STATE-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-STATE-STATUS.
           SELECT F-STATEREJ
               ASSIGN TO DYNAMIC WS-STATEREJ-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-STATEREJ-STATUS.

      * Select the deficiency-notice letters a notices run
      * ("NOTICES" on the command line) writes, line sequential too:
      * one letter per struggling student, addressed to the guardian
      * off the "08" record like the mailing cover sheets, see
      * 0340-WRITE-NOTICES-BEGIN (output/notices_YYYYMMDD.dat).
           SELECT F-NOTICES
               ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTICES-STATUS.

      * Select the notice log, line sequential too: one row per
      * course (or absence count) a family was ever warned about,
      * carried from run to run under data/ like the history master
      * and never aged off. Read whole at startup by
      * 0078-LOAD-NOTICE-LOG-BEGIN, so a re-run of the notices never
      * sends the same warning twice and the promotion roster can
      * show who was warned; appended to by the notices run only.
           SELECT F-NOTICELOG
               ASSIGN TO 'data/notices.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTICELOG-STATUS.

      * Select the open-items file, line sequential too: one row per
      * grade gap still outstanding (a requested course with no
      * grade), remembered from one nightly run to the next under
      * data/ with the date it was first seen and how many runs it
      * has stayed open. Read whole at startup by
      * 0083-LOAD-OPEN-ITEMS-BEGIN and written back whole as the run
      * ends through data/openitems.new, the same delete-and-rename
      * swap the history compaction uses, see
      * 0373-REWRITE-OPEN-ITEMS-BEGIN.
           SELECT F-OPENITEMS
               ASSIGN TO DYNAMIC WS-OPENITEMS-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OPENITEMS-STATUS.
           SELECT F-OPENNEW
               ASSIGN TO DYNAMIC WS-OPENNEW-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OPENNEW-STATUS.

      * Select the missing-grade chase report a normal run writes,
      * line sequential too: the open items grouped by the teacher
      * of the course, oldest first, with the ones past the
      * escalation age under their department head instead, see
      * 0370-WRITE-CHASE-REPORT-BEGIN (output/chase_YYYYMMDD.dat).
           SELECT F-CHASE
               ASSIGN TO DYNAMIC WS-CHASE-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CHASE-STATUS.

      * Select the district student-master file, line sequential too,
      * one record per student the district has ever issued an ID to,
      * carried from run to run under data/ like the history master.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-STUMASTER-STATUS.

      * Select the course-catalog master file, line sequential too,
      * one record per course the registrar recognizes: its official
      * code and title, credit value, department and whether it is
      * still offered. Carried from run to run under data/ like the
      * student master, and read whole at startup
      * (0087-LOAD-COURSE-CATALOG-BEGIN) so every incoming "02"
      * record can be checked against it; a missing file just means
      * a site that hasn't adopted the catalog yet, and courses are
      * taken by label alone as before.
           SELECT F-COURSES
               ASSIGN TO 'data/courses.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COURSES-STATUS.

      * Select the rewritten history master a maintenance run
      * ("MAINT" on the command line) builds: the same rows as
      * data/history.dat minus everything past the retention depth,
               FILE STATUS IS F-CHECKPOINT-STATUS.

      * Scratch files used only on a restart, to rebuild F-OUTPUT/
      * F-EXCEPTIONS/F-ANOMALY down to exactly the line count the
      * checkpoint last confirmed before extending them, see
      * 0055-TRIM-STALE-OUTPUT-BEGIN. Never referenced outside that
      * paragraph.
           SELECT F-OUTPUT-TRIM
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXCEPT-TRIM-STATUS.
           SELECT F-ANOMALY-TRIM
               ASSIGN TO DYNAMIC WS-ANOMALY-TRIM-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANOMALY-TRIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * see 0155-RECONCILE-CLASS-TOTALS-BEGIN. Older headers without
      * the byte read as SPACE and promise nothing.
           03 R-CL-TRAILER     PIC X(01).
      * Optional: the marking period the class's grades belong to
      * (Q1-Q4, S1/S2, EX for the final exam sitting...), posted to
      * the history master with every row of the class so the
      * year-end run can weigh the periods, see
      * 0490-RUN-YEAR-END-BEGIN. Older headers read as SPACE.
           03 R-CL-PERIOD      PIC X(02).

      * Describes an optional run-wide control record, the key is
      * always "04". When present, its passing-grade overrides
       01  REC-CONTROL.
           03 R-CTL-KEY         PIC 9(02).
           03 R-CTL-PASS-GRADE  PIC 9(02)V9(02).
      * Optional: the school's code for the state extract header.
      * Older records without the field read as SPACE and leave the
      * code as it was.
           03 R-CTL-SCHOOL      PIC X(06).

      * Describes the student record, the key is always "01".
       01  REC-STUDENT.
      * matching by name, see 0183-STORE-STUDENT-BEGIN.
           03 R-STUDENT-ID     PIC X(07).

      * Describes the course record, the key is always "02". Where the
      * course catalog is in use, R-LABEL may carry either the
      * catalog code or the official title, see
      * 0181-STORE-COURSE-GRADE-BEGIN.
       01  REC-COURSE.
           03 R-C-KEY          PIC 9(02).
           03 R-LABEL          PIC X(21).
      * Exceptions/audit file descriptor, one fixed record per
      * rejected or noteworthy condition found while reading F-INPUT.
       FD  F-EXCEPTIONS
           RECORD CONTAINS 119 CHARACTERS
           RECORDING MODE IS F.

      * Simple X(119) variable, the formatting is done in
      * WS-EXCEPTION-LINE of the WORKING-STORAGE, same as REC-F-OUTPUT.
       01  REC-F-EXCEPTIONS        PIC X(119).

      * CSV export file descriptor, one semicolon-delimited row per
      * student, built up in WS-CSV-LINE of the WORKING-STORAGE.
      * student, built in WS-PROMO-LINE. Wider than the other
      * 132-column pages: the fixed fields plus a failed-course
      * list at the WS-COURSE-MAX 30-course cap (30 x 4-byte "Cnn "
      * entries), with the year-end FINAL column and the deficiency
      * NOTICE column, reach 190 bytes, and WRITE silently truncates
      * past the record width.
       FD  F-PROMO
           RECORD CONTAINS 190 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-PROMO             PIC X(190).

      * Mailing-manifest file descriptor, one fixed row per student
      * of the class being mailed, built in WS-MAN-LINE.
      * replacement grade, and optionally which stored assessment the
      * grade replaces (blank or zero means the course grade itself
      * is replaced and any stored assessments are discarded).
      * Records keyed through the gradefix entry screen also carry
      * the reason and who keyed them, which the amendment run copies
      * onto its audit row, see 0177-WRITE-AMEND-AUDIT-BEGIN.
       FD  F-AMEND
           RECORD CONTAINS 44 TO 105 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-AMENDMENT.
      * Optional: the district student ID, matched ahead of the name
      * pair when present, same as on REC-STUDENT.
           03 R-AMD-STUDENT-ID   PIC X(07).
      * Optional: why the grade was corrected, and the clerk, date
      * and time of keying, stamped by gradefix for the audit trail
      * (its data/amendlog.dat holds every add, change and delete).
           03 R-AMD-REASON       PIC X(30).
           03 R-AMD-KEYED-BY     PIC X(08).
           03 R-AMD-KEYED-DATE   PIC X(08).
           03 R-AMD-KEYED-TIME   PIC X(06).

      * Grade-history master file descriptor. Two record shapes share
      * it, told apart by the leading type byte: "S" rows carry a
      * class id and run date. Later rows for the same key supersede
      * earlier ones, so appending is enough to keep it current.
       FD  F-HISTORY
           RECORD CONTAINS 31 TO 50 CHARACTERS
           RECORDING MODE IS V.

       01  REC-HISTORY-STUDENT.
      * Rows posted before the field existed read as SPACE and key
      * on ID zero, see 0070-LOAD-HISTORY-BEGIN.
           03 R-H-STUDENT-ID     PIC X(07).
      * Optional: the catalog credits the student earned this run,
      * the sum of the credit values of every course passed against
      * WS-PASS-CUTOFF. SPACE on rows posted before the catalog was
      * adopted, or by a site without one - the transcript then
      * falls back to one credit per passed term.
           03 R-H-CREDITS        PIC X(03).
           03 R-H-CREDITS-NUM    REDEFINES R-H-CREDITS
                                 PIC 9(02)V9(01).
      * Optional: the marking period off the class header, or "FY"
      * on the year-end final grade a year-end run posts. SPACE on
      * rows posted before periods were carried.
           03 R-H-PERIOD         PIC X(02).

       01  REC-HISTORY-COURSE.
           03 R-HC-TYPE          PIC X(01).
           03 R-HC-COURSE        PIC X(21).
           03 R-HC-DATE          PIC 9(08).
           03 R-HC-AVERAGE       PIC 9(02)V9(02).
      * Optional: the course's catalog code and credit value, SPACE
      * on rows posted without a catalog.
           03 R-HC-CODE          PIC X(06).
           03 R-HC-CREDIT        PIC X(02).
           03 R-HC-CREDIT-NUM    REDEFINES R-HC-CREDIT
                                 PIC 9(01)V9(01).
      * Optional: the marking period off the class header.
           03 R-HC-PERIOD        PIC X(02).

      * Registrar-extract file descriptor: one free-length
      * semicolon-delimited line per record, taken whole and split

       01  REC-F-TRANSCRIPT        PIC X(132).

      * Marking-period weights file descriptor: the period code, as
      * carried on REC-CLASS-HEADER, and its weight in percent.
       FD  F-PERIODS
           RECORD CONTAINS 5 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PERIOD-WEIGHT.
           03 R-PW-CODE          PIC X(02).
           03 R-PW-WEIGHT        PIC 9(03).

      * Final-grade report file descriptor, one formatted line per
      * row, built in the WS-FIN-... groups of the WORKING-STORAGE.
       FD  F-FINAL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-FINAL             PIC X(132).

      * Awards table file descriptor: the award's code, how many of
      * the student's latest postings it looks at (00 for all of
      * them), the minimum average over those postings, the floor no
      * one of them may fall below, the improvement required from
      * the student's first posting to the latest (00,00 for none),
      * all without the decimal comma like the period weights, and
      * the award's name as the list shows it.
       FD  F-AWARDS
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.

       01  REC-AWARD.
           03 R-AW-CODE          PIC X(04).
           03 R-AW-TERMS         PIC 9(02).
           03 R-AW-MIN-AVG       PIC 9(02)V9(02).
           03 R-AW-FLOOR         PIC 9(02)V9(02).
           03 R-AW-IMPROVE       PIC 9(02)V9(02).
           03 R-AW-NAME          PIC X(30).

      * Eligibility list file descriptor, one formatted line per row,
      * built in the WS-AWL-... groups of the WORKING-STORAGE.
       FD  F-AWARDLIST
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AWARDLIST         PIC X(132).

      * Class snapshot file descriptor, one record per table entry,
      * told apart by the type byte. Fields are stored as the tables
      * hold them, so a reload puts every entry back unchanged.
       FD  F-SNAPSHOT
           RECORD CONTAINS 7 TO 112 CHARACTERS
           RECORDING MODE IS V.

      * "H": the class itself - id, label and marking period, the
      * pass cutoff in effect, whether the class reconciled ("B" when
      * it did not) and the date the snapshot was frozen.
       01  REC-SNAP-CLASS.
           03 R-SN-TYPE          PIC X(01).
           03 R-SNH-CLASS-ID     PIC X(05).
           03 R-SNH-LABEL        PIC X(21).
           03 R-SNH-PERIOD       PIC X(02).
           03 R-SNH-PASS-CUTOFF  PIC 9(02)V9(02).
           03 R-SNH-RECON        PIC X(01).
           03 R-SNH-DATE         PIC 9(08).

      * "L": one boundary of the letter-grade scale in effect.
       01  REC-SNAP-SCALE.
           03 R-SNL-TYPE         PIC X(01).
           03 R-SNL-MIN          PIC 9(02)V9(02).
           03 R-SNL-LETTER       PIC X(02).

      * "C": one course, in course-table order.
       01  REC-SNAP-COURSE.
           03 R-SNC-TYPE         PIC X(01).
           03 R-SNC-NAME         PIC X(21).
           03 R-SNC-COEF         PIC 9(01)V9(01).
           03 R-SNC-TEACHER      PIC X(20).
           03 R-SNC-CODE         PIC X(06).
           03 R-SNC-CREDIT       PIC 9(01)V9(01).

      * "S": one student, followed by their "G" and "A" rows.
       01  REC-SNAP-STUDENT.
           03 R-SNS-TYPE         PIC X(01).
           03 R-SNS-LASTNAME     PIC X(07).
           03 R-SNS-FIRSTNAME    PIC X(06).
           03 R-SNS-AGE          PIC 9(02).
           03 R-SNS-STUDENT-ID   PIC 9(07).
           03 R-SNS-XFER-FROM    PIC X(05).
           03 R-SNS-GRADE-AMT    PIC 9(02).
           03 R-SNS-ABSENCES     PIC 9(03).
           03 R-SNS-GUARD-SEEN   PIC 9(01).
           03 R-SNS-GUARD-NAME   PIC X(25).
           03 R-SNS-GUARD-STREET PIC X(25).
           03 R-SNS-GUARD-CITY   PIC X(20).
           03 R-SNS-GUARD-POSTAL PIC X(08).

      * "G": the student's grade in one course, by course number,
      * for every course they requested or were graded in.
       01  REC-SNAP-GRADE.
           03 R-SNG-TYPE         PIC X(01).
           03 R-SNG-COURSE       PIC 9(02).
           03 R-SNG-GRADE        PIC 9(02)V9(02).
           03 R-SNG-STATUS       PIC 9(01).
           03 R-SNG-REQ          PIC 9(01).
           03 R-SNG-ASSESS-AMT   PIC 9(02).

      * "A": one assessment behind the "G" row before it.
       01  REC-SNAP-ASSESS.
           03 R-SNA-TYPE         PIC X(01).
           03 R-SNA-COURSE       PIC 9(02).
           03 R-SNA-NUMBER       PIC 9(02).
           03 R-SNA-GRADE        PIC 9(02)V9(02).
           03 R-SNA-WEIGHT       PIC 9(01)V9(01).
           03 R-SNA-CODE         PIC X(03).
           03 R-SNA-LABEL        PIC X(10).

      * Anomaly review file descriptor, one fixed record per finding,
      * formatted in WS-ANOMALY-LINE of the WORKING-STORAGE.
       FD  F-ANOMALY
           RECORD CONTAINS 124 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANOMALY           PIC X(124).

      * State extract file descriptor: a header, one detail record
      * per student per course, a trailer with the control totals,
      * all fixed 100 bytes, see the WS-STX-... groups.
       FD  F-STATE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-STATE             PIC X(100).

      * State extract rejects list, one row per reason a student was
      * held out, formatted in WS-STX-REJECT-LINE.
       FD  F-STATEREJ
           RECORD CONTAINS 71 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-STATEREJ          PIC X(71).

      * Deficiency-notice file descriptor, one formatted line per row
      * of a letter, built in the WS-NTC-... groups.
       FD  F-NOTICES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-NOTICES           PIC X(80).

      * Notice-log file descriptor. One record per notice sent: who
      * (district ID, zero when the student had none, and the name
      * pair), the class and marking period, the course - "ABSENCES"
      * for the absence warning - why (FAIL, INC or ABS), the grade
      * at the time, and the date the letter went out.
       FD  F-NOTICELOG
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.

       01  REC-NOTICE-LOG.
           03 R-NL-STUDENT-ID    PIC 9(07).
           03 R-NL-LASTNAME      PIC X(07).
           03 R-NL-FIRSTNAME     PIC X(06).
           03 R-NL-CLASS-ID      PIC X(05).
           03 R-NL-COURSE        PIC X(21).
           03 R-NL-PERIOD        PIC X(02).
           03 R-NL-REASON        PIC X(04).
           03 R-NL-GRADE         PIC 9(02)V9(02).
           03 R-NL-DATE          PIC 9(08).

      * Open-items file descriptor. One record per outstanding grade
      * gap: the class, the student (district ID, zero when none, and
      * the name pair), the course, who teaches it and its catalog
      * department as last seen, the date the gap was first seen and
      * last seen, and how many runs it has stayed open.
       FD  F-OPENITEMS
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.

       01  REC-OPEN-ITEM.
           03 R-OI-CLASS-ID      PIC X(05).
           03 R-OI-STUDENT-ID    PIC 9(07).
           03 R-OI-LASTNAME      PIC X(07).
           03 R-OI-FIRSTNAME     PIC X(06).
           03 R-OI-COURSE        PIC X(21).
           03 R-OI-TEACHER       PIC X(20).
           03 R-OI-DEPT          PIC X(10).
           03 R-OI-FIRST-SEEN    PIC 9(08).
           03 R-OI-LAST-SEEN     PIC 9(08).
           03 R-OI-RUNS          PIC 9(04).

      * Rewritten open-items file descriptor, same record shape.
       FD  F-OPENNEW
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-OPENNEW           PIC X(96).

      * Chase report file descriptor, one formatted line per row,
      * built in the WS-CHS-... groups.
       FD  F-CHASE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CHASE             PIC X(132).

      * Student-master file descriptor. One record per district
      * student ID ever issued: the ID, the name it was issued to
      * (same truncated widths as REC-STUDENT), and a status byte,
           03 R-SM-FIRSTNAME     PIC X(06).
           03 R-SM-STATUS        PIC X(01).

      * Course-catalog file descriptor. One record per course code:
      * the code an "02" record may carry in its label instead of
      * the title, the official title every report prints, the
      * credit value a passed course earns toward the transcript,
      * the owning department, and a status byte, "A" active or "R"
      * retired. Later rows for the same code supersede earlier
      * ones, same convention as the student master.
       FD  F-COURSES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  REC-COURSE-CATALOG.
           03 R-CC-CODE          PIC X(06).
           03 R-CC-TITLE         PIC X(21).
           03 R-CC-CREDIT        PIC 9(01)V9(01).
           03 R-CC-DEPT          PIC X(10).
           03 R-CC-STATUS        PIC X(01).

      * Rewritten-history file descriptor, same record shapes as
      * F-HISTORY, composed in the WS-HISTNEW-... groups.
       FD  F-HISTNEW
           RECORD CONTAINS 31 TO 50 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-HISTNEW           PIC X(50).

      * Maintenance-audit file descriptor, one formatted line per
      * removal.
      * Checkpoint/restart file descriptor, a single record rewritten
      * every 100 input records, see 0065-WRITE-CHECKPOINT-BEGIN.
       FD  F-CHECKPOINT
           RECORD CONTAINS 43 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CHECKPOINT.
           03 R-CKPT-DATE          PIC 9(08).
           03 R-CKPT-RECORDS-READ  PIC 9(07).
           03 R-CKPT-CLASSES-DONE  PIC 9(07).
      * How many lines F-OUTPUT/F-EXCEPTIONS/F-ANOMALY held at the
      * moment R-CKPT-CLASSES-DONE was last confirmed, so a restart
      * can trim away anything an abend left dangling past that point
      * before extending any of them, see
      * 0055-TRIM-STALE-OUTPUT-BEGIN. The anomaly count is also the
      * number of findings already flagged, which the restarted run
      * carries on from so the return code still reflects them.
           03 R-CKPT-OUTPUT-LINES  PIC 9(07).
           03 R-CKPT-EXCEPT-LINES  PIC 9(07).
           03 R-CKPT-ANOMALY-LINES PIC 9(07).

      * Scratch file descriptors backing the three SELECT F-...-TRIM
      * clauses above, same record widths as the files they rebuild.
       FD  F-OUTPUT-TRIM
           RECORD CONTAINS 320 CHARACTERS
       01  REC-F-OUTPUT-TRIM       PIC X(320).

       FD  F-EXCEPT-TRIM
           RECORD CONTAINS 119 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-EXCEPT-TRIM       PIC X(119).

       FD  F-ANOMALY-TRIM
           RECORD CONTAINS 124 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ANOMALY-TRIM      PIC X(124).

       WORKING-STORAGE SECTION.
      * Flags for read status check, allows to stop when the file is
           88 F-IMPORT-STATUS-OK        VALUE '00'.
           88 F-IMPORT-STATUS-EOF       VALUE '10'.
           88 F-IMPORT-STATUS-NO-FILE   VALUE '35'.
       01  F-PERIODS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PERIODS-STATUS-OK       VALUE '00'.
           88 F-PERIODS-STATUS-EOF      VALUE '10'.
       01  F-FINAL-STATUS       PIC X(02) VALUE SPACE.
           88 F-FINAL-STATUS-OK         VALUE '00'.
       01  F-AWARDS-STATUS      PIC X(02) VALUE SPACE.
           88 F-AWARDS-STATUS-OK        VALUE '00'.
           88 F-AWARDS-STATUS-EOF       VALUE '10'.
       01  F-AWARDLIST-STATUS   PIC X(02) VALUE SPACE.
           88 F-AWARDLIST-STATUS-OK     VALUE '00'.
       01  F-SNAPSHOT-STATUS    PIC X(02) VALUE SPACE.
           88 F-SNAPSHOT-STATUS-OK      VALUE '00'.
           88 F-SNAPSHOT-STATUS-EOF     VALUE '10'.
       01  F-ANOMALY-STATUS     PIC X(02) VALUE SPACE.
           88 F-ANOMALY-STATUS-OK       VALUE '00'.
           88 F-ANOMALY-STATUS-NO-FILE  VALUE '35'.
       01  F-STATE-STATUS       PIC X(02) VALUE SPACE.
           88 F-STATE-STATUS-OK         VALUE '00'.
       01  F-STATEREJ-STATUS    PIC X(02) VALUE SPACE.
           88 F-STATEREJ-STATUS-OK      VALUE '00'.
       01  F-NOTICES-STATUS     PIC X(02) VALUE SPACE.
           88 F-NOTICES-STATUS-OK       VALUE '00'.
       01  F-NOTICELOG-STATUS   PIC X(02) VALUE SPACE.
           88 F-NOTICELOG-STATUS-OK       VALUE '00'.
           88 F-NOTICELOG-STATUS-EOF      VALUE '10'.
           88 F-NOTICELOG-STATUS-NO-FILE  VALUE '35'.
       01  F-OPENITEMS-STATUS   PIC X(02) VALUE SPACE.
           88 F-OPENITEMS-STATUS-OK       VALUE '00'.
           88 F-OPENITEMS-STATUS-EOF      VALUE '10'.
       01  F-OPENNEW-STATUS     PIC X(02) VALUE SPACE.
           88 F-OPENNEW-STATUS-OK         VALUE '00'.
       01  F-CHASE-STATUS       PIC X(02) VALUE SPACE.
           88 F-CHASE-STATUS-OK           VALUE '00'.
       01  F-STAGED-STATUS      PIC X(02) VALUE SPACE.
           88 F-STAGED-STATUS-OK        VALUE '00'.
       01  F-MANIFEST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUMASTER-STATUS-OK       VALUE '00'.
           88 F-STUMASTER-STATUS-EOF      VALUE '10'.
           88 F-STUMASTER-STATUS-NO-FILE  VALUE '35'.
       01  F-COURSES-STATUS     PIC X(02) VALUE SPACE.
           88 F-COURSES-STATUS-OK         VALUE '00'.
           88 F-COURSES-STATUS-EOF        VALUE '10'.
           88 F-COURSES-STATUS-NO-FILE    VALUE '35'.
       01  F-AMEND-STATUS       PIC X(02) VALUE SPACE.
           88 F-AMEND-STATUS-OK         VALUE '00'.
           88 F-AMEND-STATUS-EOF        VALUE '10'.
           88 F-OUTPUT-TRIM-STATUS-OK       VALUE '00'.
       01  F-EXCEPT-TRIM-STATUS  PIC X(02) VALUE SPACE.
           88 F-EXCEPT-TRIM-STATUS-OK       VALUE '00'.
       01  F-ANOMALY-TRIM-STATUS PIC X(02) VALUE SPACE.
           88 F-ANOMALY-TRIM-STATUS-OK      VALUE '00'.

      * Set by 0180-READ-CLASS-HEADER-BEGIN when a REC-CLASS-HEADER
      * record other than the first one in the file is read, so the
       77 WS-CLASS-LABEL           PIC X(21) VALUE SPACE.
       77 WS-PENDING-CLASS-ID      PIC X(05).
       77 WS-PENDING-CLASS-LABEL   PIC X(21).
      * Marking period off the class header, SPACE when it carried
      * none, and its pending counterpart.
       77 WS-CLASS-PERIOD          PIC X(02) VALUE SPACE.
       77 WS-PENDING-CLASS-PERIOD  PIC X(02).

      * Whether the current class's header promised a trailer record,
      * and its pending counterpart, carried over a class boundary the
      * at all: it replays the whole grade-history master into
      * per-student transcript pages, see
      * 0460-WRITE-TRANSCRIPTS-BEGIN.
      * A year-end run ("YEAREND", optionally followed by the
      * YYYYMMDD date the school year started) never reads the input
      * either: it combines each student's marking-period postings
      * into the weighted final grade, reports it and posts it, see
      * 0490-RUN-YEAR-END-BEGIN.
      * A reprint run ("REPRINT <class> <yyyymmdd> [student]") reads
      * neither the input nor the master files: it reloads the class
      * snapshot frozen that day and writes the report, cards,
      * gradebook and promotion roster again from it - or, when a
      * student (last name or district ID) is named, just that
      * student's report card. See 0095-RUN-REPRINT-BEGIN.
      * An awards run ("AWARDS") never reads the input either: it
      * replays the whole grade-history master like the transcript
      * run, follows each student across classes by district ID, and
      * lists who meets each award's rules, ranked, see
      * 1020-RUN-AWARDS-BEGIN.
       77 WS-COMMAND-LINE          PIC X(80) VALUE SPACE.
       77 WS-RUN-MODE              PIC X(01) VALUE "N".
           88 WS-MODE-NORMAL           VALUE "N".
           88 WS-MODE-TRANSCRIPT       VALUE "T".
           88 WS-MODE-IMPORT           VALUE "I".
           88 WS-MODE-MAINT            VALUE "M".
           88 WS-MODE-YEAREND          VALUE "Y".
           88 WS-MODE-REPRINT          VALUE "R".
           88 WS-MODE-NOTICES          VALUE "D".
           88 WS-MODE-AWARDS           VALUE "W".

      * Maintenance-run settings, overridable off the command line
      * ("MAINT <prior-terms> <retain-days> [yyyymmdd]"): how many
      * posted terms BEYOND the latest each history key keeps (the
      * trend section needs one, the transcripts want a few), and
      * how many days of dated output files stay on disk. The date
      * opens the school year still in progress (WS-YE-FROM-DATE, a
      * year before the run by default): postings on or after it
      * are never compacted, see 0412-COMPACT-HISTORY-BEGIN.
       77 WS-KEEP-TERMS            PIC 9(02) VALUE 3.
       77 WS-RETAIN-DAYS           PIC 9(04) VALUE 30.
       77 WS-MAINT-TOKEN-1         PIC X(40).
       77 WS-MAINT-TOKEN-2         PIC X(40).
       77 WS-MAINT-TOKEN-3         PIC X(40).
       77 WS-MAINT-TOKEN-4         PIC X(40).

      * The class snapshot a reprint run reads, or an amendment run
      * reads instead of data/input.dat when the command line names
      * a class and date ("AMEND <class> <yyyymmdd>"; "*" names the
      * snapshot of an input that carried no class header), and the
      * student a reprint is narrowed to, SPACE for the whole class.
       77 WS-SNAP-SOURCE           PIC 9(01) VALUE 0.
           88 WS-SNAP-SOURCE-YES       VALUE 1.
           88 WS-SNAP-SOURCE-NO        VALUE 0.
       77 WS-SNAP-CLASS            PIC X(05) VALUE SPACE.
       77 WS-SNAP-DATE             PIC 9(08) VALUE 0.
       77 WS-SNAP-FOUND            PIC 9(01) VALUE 0.
           88 WS-SNAP-WAS-FOUND        VALUE 1.
           88 WS-SNAP-NOT-FOUND        VALUE 0.
       77 WS-RPT-STUDENT           PIC X(07) VALUE SPACE.
       77 WS-RPT-STUDENT-NUM       REDEFINES WS-RPT-STUDENT
                                   PIC 9(07).
       77 WS-RPT-MATCHED           PIC 9(04) VALUE 0.
       77 WS-SNAP-CRS              PIC 9(02).
       77 WS-SNAP-ASS              PIC 9(02).

      * Whether this run should address the report cards for
      * mailing ("MAIL" on the command line, otherwise a normal
           88 WS-MAIL-WANTED           VALUE 1.
           88 WS-MAIL-NOT-WANTED       VALUE 0.

      * Whether this run is the nightly stream ("NIGHTLY [MAIL]
      * [max-rejects [max-bad-classes]]"): the import, a validation
      * pass over what it staged, and only when that pass stays
      * within the gate the normal batch, with its mailing output on
      * "MAIL" - one lock, one summary page and one ledger row for
      * the lot, see 1000-RUN-NIGHTLY-BEGIN. The run mode moves
      * through IMPORT, VALIDATE and NORMAL as the stream does, so
      * each stage behaves exactly as its own run would.
       77 WS-NIGHTLY-OPTION        PIC 9(01) VALUE 0.
           88 WS-NIGHTLY-RUN           VALUE 1.
       77 WS-NGT-STAGE             PIC 9(01) VALUE 0.
           88 WS-NGT-AT-IMPORT         VALUE 1.
           88 WS-NGT-AT-VALIDATE       VALUE 2.
           88 WS-NGT-AT-REPORT         VALUE 3.

      * How the stream ended, for the summary page and the ledger
      * row: COMPLETED, NO IMPORT (nothing to stage) or GATE FAILED,
      * SPACE while it is still running, and the why in words.
       77 WS-NGT-OUTCOME           PIC X(11) VALUE SPACE.
           88 WS-NGT-COMPLETED         VALUE "COMPLETED".
           88 WS-NGT-STILL-RUNNING     VALUE SPACE.
       77 WS-NGT-REASON            PIC X(50) VALUE SPACE.

      * The validation gate: the most rejects (import rejects plus
      * everything the validation pass would reject) and the most
      * classes failing control-total reconciliation the stream
      * accepts before it stops short of reporting. Overridable off
      * the command line, the first number being the rejects.
       77 WS-NGT-MAX-REJECTS       PIC 9(05) VALUE 25.
       77 WS-NGT-MAX-BAD-CLASSES   PIC 9(03) VALUE 0.
       77 WS-NGT-NUMBERS-TAKEN     PIC 9(01) VALUE 0.

      * What the import and validation stages counted, kept since
      * the next stage starts its own counts from zero.
       77 WS-NGT-IMP-READ          PIC 9(07) VALUE 0.
       77 WS-NGT-IMP-STAGED        PIC 9(07) VALUE 0.
       77 WS-NGT-IMP-REJECTS       PIC 9(07) VALUE 0.
       77 WS-NGT-VAL-CLASSES       PIC 9(07) VALUE 0.
       77 WS-NGT-VAL-EXC           PIC 9(07) VALUE 0.
       77 WS-NGT-VAL-BAD           PIC 9(03) VALUE 0.
       77 WS-NGT-REJECTS           PIC 9(07) VALUE 0.
       77 WS-NGT-LIMIT-ED          PIC 9(05).
       77 WS-NGT-COUNT-ED          PIC 9(07).

      * The pass cutoff as the program starts, put back before each
      * pass over the input so a class ahead of the "04" record reads
      * with the default on the second pass too.
       77 WS-NGT-PASS-CUTOFF       PIC 9(02)V9(02).

      * The input file names: what F-INPUT reads and F-STAGED
      * writes, and the two names the nightly stream swaps between.
       77 WS-INPUT-FILENAME        PIC X(20) VALUE 'data/input.dat'.
       77 WS-STAGED-FILENAME       PIC X(20) VALUE 'data/input.dat'.
       77 WS-NGT-GOOD-FILENAME     PIC X(20) VALUE 'data/input.dat'.
       77 WS-NGT-NEW-FILENAME      PIC X(20) VALUE 'data/input.new'.

      * Mailing cover-sheet and manifest lines, one group per line
      * shape, same pattern as the WS-CARD-... groups.
       01 WS-COVER-TO-LINE.
      * reading.
       01  WS-EXC-COUNT-DATA.
           05 WS-EXC-TYPE-LGHT    PIC 9(02) VALUE 0.
           05 WS-EXC-TYPE-TBL OCCURS 40.
               10 WS-EXC-T-NAME       PIC X(20).
               10 WS-EXC-T-CLASS-CNT  PIC 9(05).
               10 WS-EXC-T-RUN-CNT    PIC 9(05).

      * Maximum amount of distinct exception types the table is
      * sized for, and totals across types.
       77 WS-EXC-TYPE-MAX          PIC 9(02) VALUE 40.
       77 WS-EXC-CLASS-TOTAL       PIC 9(05) VALUE 0.
       77 WS-EXC-RUN-TOTAL         PIC 9(07) VALUE 0.

               10 WS-CS-CLASS-ID      PIC X(05).
               10 WS-CS-EXC-CNT       PIC 9(05).
               10 WS-CS-RECON         PIC X(01).
               10 WS-CS-TYPE-CNT OCCURS 40 PIC 9(05).

      * Maximum amount of classes the summary table is sized for, and
      * a once-per-run switch for the overflow warning.
           05 FILLER               PIC X(04) VALUE " => ".
           05 WS-SUM-TYPE-CNT      PIC 9(05).

       01 WS-SUM-STREAM-LINE.
           05 FILLER               PIC X(07) VALUE "STREAM ".
           05 WS-SUM-STREAM-OUT    PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SUM-STREAM-WHY    PIC X(50).

       01 WS-SUM-CLASS-LINE.
           05 FILLER               PIC X(06) VALUE "CLASS ".
           05 WS-SUM-CLS-ID        PIC X(05).
           05 FILLER               PIC X(06) VALUE " MODE ".
           05 WS-LOCK-MODE         PIC X(01).
       77 WS-LOCK-FILENAME        PIC X(20) VALUE 'data/runlock.dat'.
      * Set once the lock is taken, so the nightly stream's later
      * stages don't try to take it a second time.
       77 WS-LOCK-HELD            PIC 9(01) VALUE 0.
           88 WS-LOCK-IS-HELD         VALUE 1.

      * One permanent run-ledger row: everything an auditor asks
      * for, on one grep-able line. The mode and times reuse what
           05 WS-LED-EXC           PIC 9(07).
           05 FILLER               PIC X(04) VALUE " RC ".
           05 WS-LED-RC            PIC 9(02).
      * How far the nightly stream got, SPACE for any other run.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LED-STREAM        PIC X(11).

      * Scratch for formatting an HHMMSSss time as HH:MM:SS.
       77 WS-SUM-TIME-ED           PIC X(08).
      * District student ID off the optional R-AMD-STUDENT-ID
      * field, zero when the correction carried none.
               10 WS-AMD-STUD-ID      PIC 9(07).
      * The reason and keying stamp off the optional R-AMD-REASON
      * through R-AMD-KEYED-TIME fields, SPACE when the correction
      * was typed into the file by hand.
               10 WS-AMD-REASON       PIC X(30).
               10 WS-AMD-KEYED-BY     PIC X(08).
               10 WS-AMD-KEYED-DATE   PIC X(08).
               10 WS-AMD-KEYED-TIME   PIC X(06).

      * Maximum amount of corrections the table is sized for.
       77 WS-AMEND-MAX             PIC 9(03) VALUE 500.
      * How many lines F-OUTPUT/F-EXCEPTIONS carry so far this run,
      * kept in step with every WRITE (0305-WRITE-OUTPUT-LINE-BEGIN,
      * 0160-WRITE-EXCEPTION-BEGIN) so 0065-WRITE-CHECKPOINT-BEGIN can
      * checkpoint exactly how far those files can be trusted; F-ANOMALY
      * is counted the same way by WS-ANM-RUN-CNT. On a restart,
      * WS-RESTART-OUTPUT-LINES/WS-RESTART-EXCEPT-LINES/
      * WS-RESTART-ANOMALY-LINES hold what the checkpoint last
      * confirmed, and 0055-TRIM-STALE-OUTPUT-BEGIN trims each file
      * back down to that line count before it is extended, in case an
      * abend left a partially-written class dangling past it.
       77 WS-OUTPUT-LINES-WRITTEN  PIC 9(07) VALUE 0.
       77 WS-EXCEPT-LINES-WRITTEN  PIC 9(07) VALUE 0.
       77 WS-RESTART-OUTPUT-LINES  PIC 9(07) VALUE 0.
       77 WS-RESTART-EXCEPT-LINES  PIC 9(07) VALUE 0.
       77 WS-RESTART-ANOMALY-LINES PIC 9(07) VALUE 0.
       77 WS-TRIM-LINE-COUNT       PIC 9(07) VALUE 0.

      * Today's date, and the dated F-OUTPUT/F-EXCEPTIONS assignment
       77 WS-CSV-FILENAME          PIC X(40) VALUE SPACE.
       77 WS-CARDS-BASENAME        PIC X(30) VALUE SPACE.
       77 WS-CARDS-FILENAME        PIC X(40) VALUE SPACE.
       77 WS-TEACHER-BASENAME      PIC X(40) VALUE SPACE.
       77 WS-TEACHER-FILENAME      PIC X(50) VALUE SPACE.
       77 WS-TRANSCRIPT-FILENAME   PIC X(40) VALUE SPACE.
       77 WS-FINAL-FILENAME        PIC X(40) VALUE SPACE.
       77 WS-AWARDLIST-FILENAME    PIC X(40) VALUE SPACE.
       77 WS-SNAPSHOT-FILENAME     PIC X(40) VALUE SPACE.
       77 WS-ANOMALY-FILENAME      PIC X(40) VALUE SPACE.
       77 WS-STATE-FILENAME        PIC X(40) VALUE SPACE.
       77 WS-STATEREJ-FILENAME     PIC X(40) VALUE SPACE.
       77 WS-NOTICES-FILENAME      PIC X(40) VALUE SPACE.
       77 WS-CHASE-FILENAME        PIC X(40) VALUE SPACE.
       77 WS-MANIFEST-BASENAME     PIC X(30) VALUE SPACE.
       77 WS-MANIFEST-FILENAME     PIC X(40) VALUE SPACE.
       77 WS-SUMMARY-FILENAME      PIC X(40) VALUE SPACE.
      * (LINE SEQUENTIAL has no verb to truncate a file in place).
       77 WS-OUTPUT-TRIM-FILENAME  PIC X(45) VALUE SPACE.
       77 WS-EXCEPT-TRIM-FILENAME  PIC X(45) VALUE SPACE.
       77 WS-ANOMALY-TRIM-FILENAME PIC X(45) VALUE SPACE.
       77 WS-CBL-RETURN-CODE       PIC S9(9) COMP-5 VALUE 0.

      * Main program structure, it holds pretty much everything
      * class never assigned one; drives the per-teacher gradebook,
      * see 0430-WRITE-TEACHER-REPORT-BEGIN.
               10 WS-C-TEACHER    PIC X(20).
      * Official catalog code and credit value, off the course
      * catalog when one is loaded, SPACE and zero otherwise.
               10 WS-C-CODE       PIC X(06).
               10 WS-C-CREDIT     PIC 9(01)V9(01).
      * Class average, unique.
           05 WS-CLASS-AVERAGE    PIC 9(02)V9(02).
      * Student table, depends on WS-STUDENT-LGHT, it holds name, age,
               10 WS-S-ABSENCES   PIC 9(03).
               10 WS-S-AVERAGE    PIC 9(02)V9(02).
               10 WS-S-GRADE-AMT  PIC 9(02).
      * Catalog credits earned this run, the credit values of every
      * course passed, see 0230-COMPUTE-CREDITS-EARNED-BEGIN.
               10 WS-S-CREDITS    PIC 9(02)V9(01).
      * The grades table, one entry per course, sized to WS-COURSE-MAX.
               10 WS-S-GRADES OCCURS 30.
      * The grade itself.
                   15 WS-H-STUD-ID    PIC 9(07).
               10 WS-H-DATE           PIC 9(08).
               10 WS-H-AVERAGE        PIC 9(02)V9(02).
      * The latest year-end final grade ("FY" row) posted under the
      * key, kept apart from the marking-period postings above so
      * the trend section keeps comparing period against period.
      * Date zero when no final was ever posted; likewise WS-H-DATE
      * is zero for a key that only ever received a final.
               10 WS-H-FINAL-DATE     PIC 9(08).
               10 WS-H-FINAL-AVG      PIC 9(02)V9(02).

      * Maximum amount of class/student keys the history table is
      * sized for, and a once-per-run switch so a file past the cap
       77 WS-1700-HIGH            PIC 9(05).
       77 WS-1700-MID             PIC 9(05).

      * Latest "C" posting per class/course from before today, the
      * previous course average the anomaly review compares against,
      * see 0321-REVIEW-COURSE-BEGIN. Loaded by 0070 alongside
      * WS-HISTORY and held sorted for 1730-FIND-COURSE-HIST-BEGIN.
       01  WS-CRS-HIST-DATA.
           05 WS-CRH-LGHT         PIC 9(05) VALUE 0.
           05 WS-CRS-HIST OCCURS 9999.
               10 WS-CRH-KEY.
                   15 WS-CRH-CLASS    PIC X(05).
                   15 WS-CRH-COURSE   PIC X(21).
               10 WS-CRH-DATE         PIC 9(08).
               10 WS-CRH-AVERAGE      PIC 9(02)V9(02).
       77 WS-CRH-MAX              PIC 9(05) VALUE 9999.
       77 WS-CRH-FULL-WARNED      PIC 9(01) VALUE 0.
           88 WS-CRH-FULL-WAS-WARNED VALUE 1.
       77 WS-IDX-CRH              PIC 9(05).

      * 1730P = 1730 - Parameter.
      * 1730R = 1730 - Return values.
       01 WS-1730P-KEY.
           05 WS-1730P-CLASS      PIC X(05).
           05 WS-1730P-COURSE     PIC X(21).
       77 WS-1730R-INDEX          PIC 9(05).
       77 WS-1730R-INSERT-AT      PIC 9(05).
       77 WS-1730-LOW             PIC 9(05).
       77 WS-1730-HIGH            PIC 9(05).
       77 WS-1730-MID             PIC 9(05).

      * Grading anomaly review, see 0320-REVIEW-ANOMALIES-BEGIN. The
      * limits: how far a course average may move against its last
      * posting, how far a teacher's sections may sit from the class
      * norm, and how many grades a course needs before "identical"
      * or "mostly EXC/ABS" means anything.
       77 WS-ANM-SHIFT-LIMIT      PIC 9(02)V9(02) VALUE 5,00.
       77 WS-ANM-TEACHER-LIMIT    PIC 9(02)V9(02) VALUE 4,00.
       77 WS-ANM-MIN-GRADES       PIC 9(04) VALUE 3.
      * Findings written this run; any at all grades the run to 4.
       77 WS-ANM-RUN-CNT          PIC 9(05) VALUE 0.
      * Per-course tallies.
       77 WS-ANM-GRADED           PIC 9(04).
       77 WS-ANM-CODED            PIC 9(04).
       77 WS-ANM-ENTRIES          PIC 9(04).
       77 WS-ANM-FIRST-GRADE      PIC 9(02)V9(02).
       77 WS-ANM-SAME             PIC 9(01).
           88 WS-ANM-ALL-SAME          VALUE 1.
           88 WS-ANM-NOT-SAME          VALUE 0.
       77 WS-ANM-DIFF             PIC S9(02)V9(02).
       01 WS-ANM-CRS-DATA.
           05 WS-ANM-CRS-GRADED OCCURS 30 PIC 9(04).
      * Assessment weight totals, tallied by tenths from zero (slot 1
      * is a total of 0,0, slot 991 the largest ten weights can
      * make).
       01 WS-ANM-WT-COUNTS.
           05 WS-ANM-WT-CNT OCCURS 1000 PIC 9(04).
       77 WS-ANM-WT-TOTAL         PIC 9(03)V9(01).
       77 WS-ANM-WT-NORM          PIC 9(03)V9(01).
       77 WS-ANM-WT-NDX           PIC 9(04).
       77 WS-ANM-WT-MODE-NDX      PIC 9(04).
       77 WS-ANM-WT-STUDENTS      PIC 9(04).
      * Teacher review: the class norm, and one teacher's figures.
       77 WS-ANM-NORM-SUM         PIC 9(04)V9(02).
       77 WS-ANM-NORM-CNT         PIC 9(02).
       77 WS-ANM-NORM             PIC 9(02)V9(02).
       77 WS-ANM-TEACHERS         PIC 9(02).
       77 WS-ANM-TCH-SUM          PIC 9(04)V9(02).
       77 WS-ANM-TCH-CNT          PIC 9(02).
       77 WS-ANM-TCH-AVG          PIC 9(02)V9(02).
       77 WS-ANM-TCH-SW           PIC 9(01).
           88 WS-ANM-TCH-FIRST         VALUE 0.
           88 WS-ANM-TCH-SEEN          VALUE 1.
       77 WS-IDX-ANM              PIC 9(02).
       77 WS-IDX-ANM-2            PIC 9(02).
      * Edited figures for the finding's detail text.
       77 WS-ANM-NUM-ED-1         PIC 99,99.
       77 WS-ANM-NUM-ED-2         PIC 99,99.
       77 WS-ANM-CNT-ED-1         PIC 9(04).
       77 WS-ANM-CNT-ED-2         PIC 9(04).
       77 WS-ANM-WT-ED-1          PIC 99,9.
       77 WS-ANM-WT-ED-2          PIC 99,9.

      * School code off the optional REC-CONTROL field, identifying
      * the school on the state extract header, see
      * 0338-WRITE-STATE-HEADER-BEGIN. SPACE when never sent.
       77 WS-SCHOOL-CODE          PIC X(06) VALUE SPACE.

      * End-of-term state extract, see 0330-WRITE-STATE-EXTRACT-BEGIN.
      * Run totals for the trailer: detail records, students
      * extracted and held out, rejects-list rows, and the hash
      * totals of the detail records' student IDs and grades.
       77 WS-STX-HDR-SW           PIC 9(01) VALUE 0.
           88 WS-STX-HDR-NOT-WRITTEN   VALUE 0.
           88 WS-STX-HDR-WRITTEN       VALUE 1.
       77 WS-STX-DETAILS          PIC 9(07) VALUE 0.
       77 WS-STX-STUDENTS         PIC 9(07) VALUE 0.
       77 WS-STX-HELD             PIC 9(07) VALUE 0.
       77 WS-STX-REJECT-ROWS      PIC 9(07) VALUE 0.
       77 WS-STX-ID-HASH          PIC 9(12) VALUE 0.
       77 WS-STX-GRADE-HASH       PIC 9(09)V9(02) VALUE 0.
       77 WS-STX-STU-REJECTS      PIC 9(03).

      * 0337P = 0337 - Parameters.
       77 WS-0337P-STUDENT-ID     PIC 9(07).
       77 WS-0337P-LASTNAME       PIC X(07).
       77 WS-0337P-FIRSTNAME      PIC X(06).
       77 WS-0337P-COURSE         PIC X(21).
       77 WS-0337P-REASON         PIC X(20).

      * The state extract's three record shapes, fixed 100 bytes,
      * moved wholesale to REC-F-STATE. Grades carry an implied
      * decimal point, no separator, as the state layout wants.
       01  WS-STX-HEADER.
           05 WS-STXH-TYPE         PIC X(01).
           05 WS-STXH-SCHOOL       PIC X(06).
           05 WS-STXH-TERM         PIC X(02).
           05 WS-STXH-DATE         PIC 9(08).
           05 FILLER               PIC X(83).
       01  WS-STX-DETAIL.
           05 WS-STXD-TYPE         PIC X(01).
           05 WS-STXD-SCHOOL       PIC X(06).
           05 WS-STXD-STUDENT-ID   PIC 9(07).
           05 WS-STXD-LASTNAME     PIC X(07).
           05 WS-STXD-FIRSTNAME    PIC X(06).
           05 WS-STXD-CLASS-ID     PIC X(05).
           05 WS-STXD-TERM         PIC X(02).
           05 WS-STXD-COURSE-CODE  PIC X(06).
           05 WS-STXD-COURSE-TITLE PIC X(21).
           05 WS-STXD-GRADE        PIC 9(02)V9(02).
           05 WS-STXD-LETTER       PIC X(02).
           05 WS-STXD-RESULT       PIC X(04).
           05 WS-STXD-CREDITS      PIC 9(01)V9(01).
           05 WS-STXD-ABSENCES     PIC 9(03).
           05 FILLER               PIC X(24).
       01  WS-STX-TRAILER.
           05 WS-STXT-TYPE         PIC X(01).
           05 WS-STXT-DETAILS      PIC 9(07).
           05 WS-STXT-STUDENTS     PIC 9(07).
           05 WS-STXT-HELD         PIC 9(07).
           05 WS-STXT-ID-HASH      PIC 9(12).
           05 WS-STXT-GRADE-HASH   PIC 9(09)V9(02).
           05 FILLER               PIC X(55).

      * One row of the state extract's rejects list.
       01  WS-STX-REJECT-LINE.
           05 WS-STXR-CLASS-ID     PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-STXR-STUDENT-ID   PIC 9(07).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-STXR-LASTNAME     PIC X(07).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-STXR-FIRSTNAME    PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-STXR-COURSE       PIC X(21).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-STXR-REASON       PIC X(20).

      * Deficiency notices, see 0340-WRITE-NOTICES-BEGIN. A notice in
      * the log only counts as already sent while it is recent - the
      * marking-period codes come round again every school year, and
      * last year's Q1 letter says nothing about this year's. The
      * window start is worked out off the run date by
      * 0078-LOAD-NOTICE-LOG-BEGIN.
       77 WS-NTC-WINDOW-MONTHS    PIC 9(02) VALUE 06.
       01 WS-NTC-FROM-DATE        PIC 9(08) VALUE 0.
       01 WS-NTC-FROM-DATE-R      REDEFINES WS-NTC-FROM-DATE.
           05 WS-NTC-FROM-YYYY    PIC 9(04).
           05 WS-NTC-FROM-MM      PIC 9(02).
           05 WS-NTC-FROM-DD      PIC 9(02).
      * Run totals: letters written, log rows added, and students
      * who needed a letter but had no guardian to send it to.
       77 WS-NTC-LETTERS          PIC 9(05) VALUE 0.
       77 WS-NTC-ITEMS            PIC 9(05) VALUE 0.
       77 WS-NTC-UNSENT           PIC 9(05) VALUE 0.
       77 WS-IDX-NTC              PIC 9(04).
       77 WS-IDX-NTC-C            PIC 9(02).

      * In-memory image of the notice log, latest notice per
      * student/course/period key. Loaded by 0078, held sorted for
      * 1740-FIND-NOTICE-BEGIN. A student with a district ID is
      * keyed on the ID alone, names blank, so a corrected spelling
      * doesn't unlock a second letter; one without keys on the
      * name pair, same as everywhere else.
       01  WS-NOTICE-DATA.
           05 WS-NTL-LGHT         PIC 9(05) VALUE 0.
           05 WS-NOTICE-LOG OCCURS 9999.
               10 WS-NTL-KEY.
                   15 WS-NTL-STUDENT-KEY.
                       20 WS-NTL-STUDENT-ID PIC 9(07).
                       20 WS-NTL-LASTNAME   PIC X(07).
                       20 WS-NTL-FIRSTNAME  PIC X(06).
                   15 WS-NTL-COURSE       PIC X(21).
                   15 WS-NTL-PERIOD       PIC X(02).
               10 WS-NTL-DATE         PIC 9(08).
       77 WS-NTL-MAX              PIC 9(05) VALUE 9999.
       77 WS-NTL-FULL-WARNED      PIC 9(01) VALUE 0.
           88 WS-NTL-FULL-WAS-WARNED VALUE 1.
       77 WS-IDX-NTL              PIC 9(05).

      * 1740P = 1740 - Parameter.
      * 1740R = 1740 - Return values.
       01 WS-1740P-KEY.
           05 WS-1740P-STUDENT-KEY.
               10 WS-1740P-STUDENT-ID PIC 9(07).
               10 WS-1740P-LASTNAME   PIC X(07).
               10 WS-1740P-FIRSTNAME  PIC X(06).
           05 WS-1740P-COURSE     PIC X(21).
           05 WS-1740P-PERIOD     PIC X(02).
       77 WS-1740R-INDEX          PIC 9(05).
       77 WS-1740R-INSERT-AT      PIC 9(05).
       77 WS-1740-LOW             PIC 9(05).
       77 WS-1740-HIGH            PIC 9(05).
       77 WS-1740-MID             PIC 9(05).

      * 0081P = 0081 - Parameter, the date of the notice being
      * entered under WS-1740P-KEY.
       77 WS-0081P-DATE           PIC 9(08).

      * The courses going on the letter being built, see
      * 0341-NOTICE-STUDENT-BEGIN: at most every course plus the
      * absence line.
       77 WS-NTC-ITEM-LGHT        PIC 9(02).
       01  WS-NTC-ITEM-DATA.
           05 WS-NTC-ITEM OCCURS 31.
               10 WS-NTI-COURSE       PIC X(21).
               10 WS-NTI-GRADE        PIC 9(02)V9(02).
               10 WS-NTI-GRADE-TEXT   PIC X(05).
               10 WS-NTI-TEACHER      PIC X(20).
               10 WS-NTI-REASON       PIC X(04).
       77 WS-IDX-NTI              PIC 9(02).

      * 0342P = 0342 - Parameters.
       77 WS-0342P-COURSE         PIC X(21).
       77 WS-0342P-GRADE          PIC 9(02)V9(02).
       77 WS-0342P-GRADE-TEXT     PIC X(05).
       77 WS-0342P-TEACHER        PIC X(20).
       77 WS-0342P-REASON         PIC X(04).

      * Missing-grade open items, see 0151-MARK-CLASS-ITEMS-BEGIN and
      * 0370-WRITE-CHASE-REPORT-BEGIN. An item whose gap has stayed
      * open longer than WS-CHS-ESCALATE-DAYS goes to the department
      * head instead of the teacher; the first-seen date it has to
      * be older than is worked out off the run date by 0370.
       77 WS-CHS-ESCALATE-DAYS    PIC 9(03) VALUE 014.
       77 WS-CHS-ESCALATE-DATE    PIC 9(08) VALUE 0.
      * Run totals: items still open, of which escalated, and items
      * closed because their grade arrived.
       77 WS-CHS-OPEN             PIC 9(05) VALUE 0.
       77 WS-CHS-ESCALATED        PIC 9(05) VALUE 0.
       77 WS-CHS-CLOSED           PIC 9(05) VALUE 0.

      * In-memory image of the open-items file, one entry per
      * class/student/course gap. Loaded by 0083, held sorted for
      * 1780-FIND-OPEN-ITEM-BEGIN. The key carries the name pair
      * only for a student without a district ID, same as the
      * notice log; the names shown are kept beside it. The two
      * switches say whether tonight's input carried the item's
      * class at all, and if so whether the gap was still there - a
      * gap in a class read tonight and not found again has closed.
       01  WS-OPEN-ITEM-DATA.
           05 WS-OI-LGHT          PIC 9(05) VALUE 0.
           05 WS-OPEN-ITEM OCCURS 9999.
               10 WS-OI-KEY.
                   15 WS-OI-CLASS-ID      PIC X(05).
                   15 WS-OI-STUDENT-ID    PIC 9(07).
                   15 WS-OI-KEY-LAST      PIC X(07).
                   15 WS-OI-KEY-FIRST     PIC X(06).
                   15 WS-OI-COURSE        PIC X(21).
               10 WS-OI-LASTNAME      PIC X(07).
               10 WS-OI-FIRSTNAME     PIC X(06).
               10 WS-OI-TEACHER       PIC X(20).
               10 WS-OI-DEPT          PIC X(10).
               10 WS-OI-FIRST-SEEN    PIC 9(08).
               10 WS-OI-LAST-SEEN     PIC 9(08).
               10 WS-OI-RUNS          PIC 9(04).
               10 WS-OI-CLASS-SW      PIC 9(01).
                   88 WS-OI-CLASS-READ    VALUE 1.
               10 WS-OI-SEEN-SW       PIC 9(01).
                   88 WS-OI-SEEN-TONIGHT  VALUE 1.
       77 WS-OI-MAX               PIC 9(05) VALUE 9999.
       77 WS-OI-FULL-WARNED       PIC 9(01) VALUE 0.
           88 WS-OI-FULL-WAS-WARNED  VALUE 1.
       77 WS-IDX-OI               PIC 9(05).

      * 1780P = 1780 - Parameter.
      * 1780R = 1780 - Return values.
       01 WS-1780P-KEY.
           05 WS-1780P-CLASS-ID   PIC X(05).
           05 WS-1780P-STUDENT-ID PIC 9(07).
           05 WS-1780P-LASTNAME   PIC X(07).
           05 WS-1780P-FIRSTNAME  PIC X(06).
           05 WS-1780P-COURSE     PIC X(21).
       77 WS-1780R-INDEX          PIC 9(05).
       77 WS-1780R-INSERT-AT      PIC 9(05).
       77 WS-1780-LOW             PIC 9(05).
       77 WS-1780-HIGH            PIC 9(05).
       77 WS-1780-MID             PIC 9(05).

      * 0152P = 0152 - Parameters: the display names, teacher and
      * department of the gap being entered under WS-1780P-KEY, and
      * the dates and run count it arrives with.
       77 WS-0152P-LASTNAME       PIC X(07).
       77 WS-0152P-FIRSTNAME      PIC X(06).
       77 WS-0152P-TEACHER        PIC X(20).
       77 WS-0152P-DEPT           PIC X(10).
       77 WS-0152P-FIRST-SEEN     PIC 9(08).
       77 WS-0152P-LAST-SEEN      PIC 9(08).
       77 WS-0152P-RUNS           PIC 9(04).

      * The chase report's running order: the open items' indices,
      * sorted by section (teacher list first, escalations after),
      * teacher or department, first-seen date, then class, student
      * and course, see 0371-SORT-CHASE-ITEMS-BEGIN.
       01  WS-CHS-ORDER-DATA.
           05 WS-CHS-ORDER-LGHT   PIC 9(05) VALUE 0.
           05 WS-CHS-ORDER OCCURS 9999.
               10 WS-CHS-SORT-KEY.
                   15 WS-CHS-SK-SECTION   PIC X(01).
                   15 WS-CHS-SK-GROUP     PIC X(20).
                   15 WS-CHS-SK-FIRST     PIC 9(08).
                   15 WS-CHS-SK-ITEM      PIC X(46).
               10 WS-CHS-ITEM-NDX     PIC 9(05).
       77 WS-IDX-CHS              PIC 9(05).
       77 WS-CHS-GAP              PIC 9(05).
       77 WS-CHS-I                PIC 9(05).
       77 WS-CHS-J                PIC 9(05).
       01 WS-CHS-HOLD             PIC X(80).
       77 WS-CHS-LAST-GROUP       PIC X(21).

      * One open-items row as written back, moved wholesale to
      * REC-F-OPENNEW, same layout as REC-OPEN-ITEM.
       01 WS-OPENNEW-ROW.
           05 WS-OIN-CLASS-ID     PIC X(05).
           05 WS-OIN-STUDENT-ID   PIC 9(07).
           05 WS-OIN-LASTNAME     PIC X(07).
           05 WS-OIN-FIRSTNAME    PIC X(06).
           05 WS-OIN-COURSE       PIC X(21).
           05 WS-OIN-TEACHER      PIC X(20).
           05 WS-OIN-DEPT         PIC X(10).
           05 WS-OIN-FIRST-SEEN   PIC 9(08).
           05 WS-OIN-LAST-SEEN    PIC 9(08).
           05 WS-OIN-RUNS         PIC 9(04).

      * Chase report lines, one group per line shape.
       01 WS-CHS-TITLE-LINE.
           05 FILLER               PIC X(25) VALUE
               "MISSING-GRADE CHASE LIST ".
           05 WS-CHS-TTL-DATE      PIC 9(08).
           05 FILLER               PIC X(17) VALUE
               "  ESCALATE AFTER ".
           05 WS-CHS-TTL-DAYS      PIC 9(03).
           05 FILLER               PIC X(25) VALUE
               " DAYS, FIRST SEEN BEFORE ".
           05 WS-CHS-TTL-CUTOFF    PIC 9(08).
       01 WS-CHS-GROUP-LINE.
           05 WS-CHS-GRP-LABEL     PIC X(17).
           05 WS-CHS-GRP-NAME      PIC X(20).
       01 WS-CHS-HEAD-LINE.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE "FIRST SEEN".
           05 FILLER               PIC X(05) VALUE "RUNS".
           05 FILLER               PIC X(06) VALUE "CLASS".
           05 FILLER               PIC X(08) VALUE "ID".
           05 FILLER               PIC X(15) VALUE "STUDENT".
           05 FILLER               PIC X(22) VALUE "COURSE".
           05 FILLER               PIC X(20) VALUE "TEACHER".
       01 WS-CHS-ITEM-LINE.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-CHS-I-FIRST       PIC 9(08).
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-CHS-I-RUNS        PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CHS-I-CLASS       PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CHS-I-SID         PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CHS-I-LNAME       PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CHS-I-FNAME       PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CHS-I-COURSE      PIC X(21).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CHS-I-TEACHER     PIC X(20).
       01 WS-CHS-TOTAL-LINE.
           05 FILLER               PIC X(11) VALUE "OPEN ITEMS ".
           05 WS-CHS-T-OPEN        PIC 9(05).
           05 FILLER               PIC X(11) VALUE " ESCALATED ".
           05 WS-CHS-T-ESC         PIC 9(05).
           05 FILLER               PIC X(17) VALUE
               " CLOSED THIS RUN ".
           05 WS-CHS-T-CLOSED      PIC 9(05).

      * 0966R = 0966 - Return value.
      * Whether the family of the student in WS-STUDENT-ID was sent
      * any deficiency notice inside the log window.
       77 WS-0966R-NOTICE         PIC 9(01).
           88 WS-0966R-NOTICE-YES     VALUE 1.
           88 WS-0966R-NOTICE-NO      VALUE 0.

      * Deficiency-letter lines, one group per line shape; the
      * address block reuses the mailing cover-sheet lines.
       01 WS-NTC-RE-LINE.
           05 FILLER               PIC X(31) VALUE
               "RE: ACADEMIC DEFICIENCY NOTICE ".
           05 WS-NTC-LNAME         PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-NTC-FNAME         PIC X(06).
           05 FILLER               PIC X(06) VALUE "  ID: ".
           05 WS-NTC-SID           PIC 9(07).
       01 WS-NTC-CLASS-LINE.
           05 FILLER               PIC X(06) VALUE "CLASS ".
           05 WS-NTC-CLASS-ID      PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-NTC-CLASS-LABEL   PIC X(21).
           05 FILLER               PIC X(08) VALUE " PERIOD ".
           05 WS-NTC-PERIOD        PIC X(02).
           05 FILLER               PIC X(06) VALUE " DATE ".
           05 WS-NTC-DATE          PIC 9(08).
       01 WS-NTC-HEAD-LINE.
           05 FILLER               PIC X(22) VALUE "COURSE".
           05 FILLER               PIC X(06) VALUE "GRADE".
           05 FILLER               PIC X(21) VALUE "TEACHER".
           05 FILLER               PIC X(20) VALUE "REASON".
       01 WS-NTC-ITEM-LINE.
           05 WS-NTC-L-COURSE      PIC X(21).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-NTC-L-GRADE       PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-NTC-L-TEACHER     PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-NTC-L-REASON      PIC X(20).
       01 WS-NTC-CLOSE-LINE.
           05 FILLER               PIC X(48) VALUE
               "PLEASE CONTACT THE SCHOOL ABOUT THE ITEMS ABOVE.".

      * 0325P = 0325 - Parameters.
       77 WS-0325P-TYPE           PIC X(20).
       77 WS-0325P-COURSE         PIC X(21).
       77 WS-0325P-LASTNAME       PIC X(07).
       77 WS-0325P-FIRSTNAME      PIC X(06).
       77 WS-0325P-DETAIL         PIC X(60).

      * One anomaly review finding, moved wholesale to REC-F-ANOMALY,
      * same pattern as WS-EXCEPTION-LINE.
       01  WS-ANOMALY-LINE.
           05 WS-ANM-CLASS-ID      PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ANM-TYPE          PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ANM-COURSE        PIC X(21).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ANM-LASTNAME      PIC X(07).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ANM-FIRSTNAME     PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ANM-DETAIL        PIC X(60).

      * Index for the insert shift in 0075-UPSERT-HISTORY-BEGIN.
       77 WS-IDX-HIST             PIC 9(05).

                       20 WS-T-FIRSTNAME  PIC X(06).
                       20 WS-T-STUD-ID    PIC 9(07).
                   15 WS-T-DATE           PIC 9(08).
      * The marking period posted, part of the key so a period row
      * and the final grade posted the same day stay apart.
                   15 WS-T-PERIOD         PIC X(02).
               10 WS-T-AVERAGE        PIC 9(02)V9(02).
      * Catalog credits off R-H-CREDITS, kept as posted (SPACE on an
      * older row) so the compaction writes it back unchanged.
               10 WS-T-CREDITS        PIC X(03).
               10 WS-T-CREDITS-NUM    REDEFINES WS-T-CREDITS
                                      PIC 9(02)V9(01).

      * Maximum amount of postings the transcript table is sized
      * for, and a once-per-run switch for the overflow warning,
           05 WS-1710P-FIRSTNAME  PIC X(06).
           05 WS-1710P-STUD-ID    PIC 9(07).
           05 WS-1710P-DATE       PIC 9(08).
           05 WS-1710P-PERIOD     PIC X(02).
       77 WS-1710R-INDEX          PIC 9(05).
       77 WS-1710R-INSERT-AT      PIC 9(05).
       77 WS-1710-LOW             PIC 9(05).
       77 WS-IDX-TRN              PIC 9(05).
       77 WS-IDX-TRN-2            PIC 9(05).
       77 WS-TRN-TERMS            PIC 9(04).
       77 WS-TRN-CREDITS          PIC 9(04)V9(01).
       77 WS-TRN-AVG-SUM          PIC 9(07)V9(02).
       77 WS-TRN-CUM-AVG          PIC 9(02)V9(02).
       77 WS-TRN-CREDIT-ED        PIC Z9,9.

      * Whether a transcript page is currently open (terms written,
      * totals still owed), and whether any page was written at all.
       01 WS-TRN-TERM-LINE.
           05 FILLER               PIC X(05) VALUE "TERM ".
           05 WS-TRN-TERM-DATE     PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-TRN-TERM-PERIOD   PIC X(02).
           05 FILLER               PIC X(10) VALUE "  AVERAGE ".
           05 WS-TRN-TERM-AVG      PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-TRN-TERM-LTR      PIC X(02).
           05 FILLER               PIC X(09) VALUE "  CREDIT ".
           05 WS-TRN-TERM-CREDIT   PIC X(04).
       01 WS-TRN-TOTAL-LINE.
           05 FILLER               PIC X(13) VALUE "TERMS POSTED ".
           05 WS-TRN-TOT-TERMS     PIC 9(04).
           05 FILLER               PIC X(16) VALUE
               "  CREDITS EARNED".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-TRN-TOT-CREDITS   PIC 9(04),9.
       01 WS-TRN-CUM-LINE.
           05 FILLER               PIC X(19) VALUE
               "CUMULATIVE AVERAGE ".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-TRN-CUM-LTR       PIC X(02).

      * Whether the transcript row being written is a marking-period
      * posting that a year-end final ("FY" row) of the same student,
      * posted the same day or later, already folds in: such rows are
      * still listed for the record, but only the final counts toward
      * the terms, credits and cumulative average, see
      * 0464-WRITE-TRANSCRIPT-TERM-BEGIN. The student's first row in
      * WS-TRANS is where that search starts.
       77 WS-TRN-FIRST-ROW        PIC 9(05).
       77 WS-TRN-COVERED          PIC 9(01) VALUE 0.
           88 WS-TRN-COVERED-YES      VALUE 1.
           88 WS-TRN-COVERED-NO       VALUE 0.

      * Marking-period weights for the year-end final grade: one row
      * per period code with its percentage. Seeded with the
      * district's standing weights by 0048-INIT-PERIOD-WEIGHTS-BEGIN
      * (four quarters and the final exam, 20 each), replaced whole
      * by data/periods.dat when the file is there. The percentages
      * needn't add up to 100 - the final divides by the weights of
      * the periods actually posted, so a student missing one period
      * is graded on the rest, and the report says which is missing.
       01  WS-PERIOD-WEIGHT-DATA.
           05 WS-PW-LGHT          PIC 9(02) VALUE 0.
           05 WS-PW OCCURS 8.
               10 WS-PW-CODE          PIC X(02).
               10 WS-PW-WEIGHT        PIC 9(03).
       77 WS-PW-MAX               PIC 9(02) VALUE 8.
       77 WS-PW-FILE-SEEN         PIC 9(01) VALUE 0.
           88 WS-PW-FILE-WAS-SEEN     VALUE 1.
       77 WS-IDX-PW               PIC 9(02).

      * Year-end run figures: the earliest posting date that counts
      * toward this year's final (the date off the command line, or
      * one year before the run by default), the bounds of the
      * student group being graded in WS-TRANS, the latest posting
      * found per weighted period, and the weighted sums.
       77 WS-YE-FROM-DATE         PIC 9(08) VALUE 0.
       77 WS-YE-FIRST             PIC 9(05).
       77 WS-YE-LAST              PIC 9(05).
       77 WS-YE-LATEST-ROW        PIC 9(05).
       77 WS-YE-WEIGHT-SUM        PIC 9(05).
       77 WS-YE-POINT-SUM         PIC 9(07)V9(02).
       77 WS-YE-FINAL             PIC 9(02)V9(02).
       77 WS-YE-GRADED            PIC 9(05) VALUE 0.
       77 WS-YE-SKIPPED           PIC 9(05) VALUE 0.
       01  WS-YE-PERIOD-DATA.
           05 WS-YE-P OCCURS 8.
               10 WS-YE-P-ROW         PIC 9(05).

      * Final-grade report lines, one group per line shape, same
      * pattern as the WS-TRN-... groups.
       01 WS-FIN-TITLE-LINE.
           05 FILLER               PIC X(22) VALUE
               "YEAR-END FINAL GRADES ".
           05 WS-FIN-TTL-DATE      PIC 9(08).
           05 FILLER               PIC X(15) VALUE
               " POSTINGS FROM ".
           05 WS-FIN-TTL-FROM      PIC 9(08).
       01 WS-FIN-LINE.
           05 WS-FIN-CLASS         PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-FIN-LNAME         PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-FIN-FNAME         PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-FIN-SID           PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-FIN-PER OCCURS 8.
               10 WS-FIN-PER-CODE  PIC X(02).
               10 FILLER           PIC X(01) VALUE SPACE.
               10 WS-FIN-PER-AVG   PIC X(05).
               10 FILLER           PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(06) VALUE "FINAL ".
           05 WS-FIN-FINAL         PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-FIN-LTR           PIC X(02).
       77 WS-FIN-TEXT              PIC X(132).
       77 WS-FIN-PTR               PIC 9(03).

      * Awards table: one row per award with its rules - the number
      * of the student's latest postings looked at (0 for all), the
      * minimum average over them, the floor none of them may fall
      * below, and the improvement required from the first posting
      * on file to the latest (0 for none; an award that sets one
      * ranks its students by improvement, any other by average).
      * Seeded with the standing awards by 0046-INIT-AWARDS-BEGIN,
      * replaced whole by data/awards.dat when the file is there.
      * The count of students each award listed rides along.
       01  WS-AWARD-DATA.
           05 WS-AW-LGHT          PIC 9(02) VALUE 0.
           05 WS-AW OCCURS 10.
               10 WS-AW-CODE          PIC X(04).
               10 WS-AW-NAME          PIC X(30).
               10 WS-AW-TERMS         PIC 9(02).
               10 WS-AW-MIN-AVG       PIC 9(02)V9(02).
               10 WS-AW-FLOOR         PIC 9(02)V9(02).
               10 WS-AW-IMPROVE       PIC 9(02)V9(02).
               10 WS-AW-LISTED        PIC 9(05).
       77 WS-AW-MAX               PIC 9(02) VALUE 10.
       77 WS-AW-FILE-SEEN         PIC 9(01) VALUE 0.
           88 WS-AW-FILE-WAS-SEEN     VALUE 1.
       77 WS-IDX-AW               PIC 9(02).

      * The term postings an awards run judges, out of WS-TRANS but
      * keyed by district ID first so a student who changed classes
      * has all their terms together, in date order. A student with
      * no ID can only be followed within one class, by names. The
      * year-end "FY" rows are left out - they restate the marking
      * periods already here - and so are rows of a retired ID.
       01  WS-AWP-DATA.
           05 WS-AWP-LGHT         PIC 9(05) VALUE 0.
           05 WS-AWP OCCURS 20000.
               10 WS-AWP-SORT-KEY.
                   15 WS-AWP-STUDENT-KEY.
                       20 WS-AWP-ID       PIC 9(07).
                       20 WS-AWP-NAME-KEY PIC X(18).
                   15 WS-AWP-DATE         PIC 9(08).
                   15 WS-AWP-PERIOD       PIC X(02).
                   15 WS-AWP-CLASS        PIC X(05).
               10 WS-AWP-LASTNAME     PIC X(07).
               10 WS-AWP-FIRSTNAME    PIC X(06).
               10 WS-AWP-AVERAGE      PIC 9(02)V9(02).
       77 WS-AWP-MAX              PIC 9(05) VALUE 20000.
       77 WS-AWP-FULL-WARNED      PIC 9(01) VALUE 0.
           88 WS-AWP-FULL-WAS-WARNED  VALUE 1.
       77 WS-IDX-AWP              PIC 9(05).

      * 1790P = 1790 - Parameter.
      * 1790R = 1790 - Return values.
      * Posting to look up in the awards posting table, same
      * contract as 1710.
       01 WS-1790P-KEY.
           05 WS-1790P-ID         PIC 9(07).
           05 WS-1790P-NAME-KEY.
               10 WS-1790P-CLASS-KEY  PIC X(05).
               10 WS-1790P-LASTNAME   PIC X(07).
               10 WS-1790P-FIRSTNAME  PIC X(06).
           05 WS-1790P-DATE       PIC 9(08).
           05 WS-1790P-PERIOD     PIC X(02).
           05 WS-1790P-CLASS      PIC X(05).
       77 WS-1790R-INDEX          PIC 9(05).
       77 WS-1790R-INSERT-AT      PIC 9(05).
       77 WS-1790-LOW             PIC 9(05).
       77 WS-1790-HIGH            PIC 9(05).
       77 WS-1790-MID             PIC 9(05).

      * Awards run figures: the bounds of the student being judged
      * in WS-AWP, the first of the postings an award looks at, and
      * what those postings come to.
       77 WS-AWD-FIRST            PIC 9(05).
       77 WS-AWD-LAST             PIC 9(05).
       77 WS-AWD-WIN              PIC 9(05).
       77 WS-AWD-COUNT            PIC 9(05).
       77 WS-AWD-WIN-COUNT        PIC 9(05).
       77 WS-AWD-SUM              PIC 9(07)V9(02).
       77 WS-AWD-LOW              PIC 9(02)V9(02).
       77 WS-AWD-AVG              PIC 9(02)V9(02).
       77 WS-AWD-IMPROVE          PIC S9(02)V9(02).
       77 WS-AWD-ELIGIBLE         PIC 9(01) VALUE 0.
           88 WS-AWD-ELIGIBLE-YES     VALUE 1.
           88 WS-AWD-ELIGIBLE-NO      VALUE 0.
       77 WS-AWD-KEEP             PIC 9(01) VALUE 0.
           88 WS-AWD-KEEP-YES         VALUE 1.
           88 WS-AWD-KEEP-NO          VALUE 0.
       77 WS-AWD-STUDENTS         PIC 9(07) VALUE 0.
       77 WS-AWD-RETIRED          PIC 9(07) VALUE 0.
       77 WS-AWD-LISTED           PIC 9(07) VALUE 0.
       77 WS-AWD-POSITION         PIC 9(05).
       77 WS-AWD-RANK             PIC 9(05).
       77 WS-AWD-PREV-SCORE       PIC 9(02)V9(02).

      * Students an award listed, held sorted by award, then best
      * score first (kept as 99,99 less the score so the table sorts
      * ascending), then district ID; the award's section is written
      * straight off it in rank order. The new entry is built in
      * WS-AWC-NEW, laid out the same, before it is shifted in.
       01  WS-AWC-DATA.
           05 WS-AWC-LGHT         PIC 9(05) VALUE 0.
           05 WS-AWC OCCURS 5000.
               10 WS-AWC-SORT-KEY.
                   15 WS-AWC-AWARD        PIC 9(02).
                   15 WS-AWC-SCORE-INV    PIC 9(02)V9(02).
                   15 WS-AWC-STUDENT-KEY  PIC X(25).
               10 WS-AWC-AVG          PIC 9(02)V9(02).
               10 WS-AWC-IMPROVE      PIC S9(02)V9(02).
               10 WS-AWC-FIRST        PIC 9(05).
               10 WS-AWC-WIN          PIC 9(05).
               10 WS-AWC-LAST         PIC 9(05).
       01  WS-AWC-NEW.
           05 WS-AWC-NEW-SORT-KEY.
               10 WS-AWC-NEW-AWARD        PIC 9(02).
               10 WS-AWC-NEW-SCORE-INV    PIC 9(02)V9(02).
               10 WS-AWC-NEW-STUDENT-KEY  PIC X(25).
           05 WS-AWC-NEW-AVG          PIC 9(02)V9(02).
           05 WS-AWC-NEW-IMPROVE      PIC S9(02)V9(02).
           05 WS-AWC-NEW-FIRST        PIC 9(05).
           05 WS-AWC-NEW-WIN          PIC 9(05).
           05 WS-AWC-NEW-LAST         PIC 9(05).
       77 WS-AWC-MAX              PIC 9(05) VALUE 5000.
       77 WS-AWC-FULL-WARNED      PIC 9(01) VALUE 0.
           88 WS-AWC-FULL-WAS-WARNED  VALUE 1.
       77 WS-AWC-SHIFT            PIC 9(01) VALUE 0.
           88 WS-AWC-SHIFT-YES        VALUE 1.
           88 WS-AWC-SHIFT-NO         VALUE 0.
       77 WS-IDX-AWC              PIC 9(05).

      * Eligibility list lines, one group per line shape, same
      * pattern as the WS-FIN-... groups.
       01 WS-AWL-TITLE-LINE.
           05 FILLER               PIC X(28) VALUE
               "ACADEMIC AWARDS ELIGIBILITY ".
           05 WS-AWL-TTL-DATE      PIC 9(08).
           05 FILLER               PIC X(21) VALUE
               "  STUDENTS EVALUATED ".
           05 WS-AWL-TTL-STUDENTS  PIC 9(07).
       01 WS-AWL-AWARD-LINE.
           05 FILLER               PIC X(06) VALUE "AWARD ".
           05 WS-AWL-AWD-CODE      PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-AWD-NAME      PIC X(30).
       01 WS-AWL-RULE-LINE.
           05 FILLER               PIC X(05) VALUE "LAST ".
           05 WS-AWL-RUL-TERMS     PIC X(03).
           05 FILLER               PIC X(22) VALUE
               " POSTINGS  MIN AVERAGE".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-RUL-MIN       PIC 99,99.
           05 FILLER               PIC X(13) VALUE "  TERM FLOOR ".
           05 WS-AWL-RUL-FLOOR     PIC 99,99.
           05 FILLER               PIC X(18) VALUE
               "  MIN IMPROVEMENT ".
           05 WS-AWL-RUL-IMPROVE   PIC 99,99.
       01 WS-AWL-HEAD-LINE.
           05 FILLER               PIC X(40) VALUE
               "RANK  ID      STUDENT          CLASS  AV".
           05 FILLER               PIC X(13) VALUE
               "ERAGE IMPROVE".
       01 WS-AWL-STUDENT-LINE.
           05 WS-AWL-STU-RANK      PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-STU-ID        PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-STU-LNAME     PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-STU-FNAME     PIC X(06).
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-AWL-STU-CLASS     PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-AWL-STU-AVG       PIC X(05).
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-AWL-STU-IMPROVE   PIC +99,99.
       01 WS-AWL-TERM-LINE.
           05 FILLER               PIC X(11) VALUE
               "      TERM ".
           05 WS-AWL-TRM-DATE      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-TRM-PERIOD    PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-TRM-CLASS     PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-TRM-AVG       PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-AWL-TRM-NOTE      PIC X(08).
       01 WS-AWL-COUNT-LINE.
           05 FILLER               PIC X(09) VALUE "ELIGIBLE ".
           05 WS-AWL-CNT           PIC 9(05).

      * Course-row counterpart to WS-TRANS above, loaded only by a
      * maintenance run: every "C" posting, sorted by class, course
      * and date, so the compaction can keep the latest few per
                       20 WS-CT-CLASS     PIC X(05).
                       20 WS-CT-COURSE    PIC X(21).
                   15 WS-CT-DATE          PIC 9(08).
                   15 WS-CT-PERIOD        PIC X(02).
               10 WS-CT-AVERAGE       PIC 9(02)V9(02).
      * Catalog code and credit off R-HC-CODE/R-HC-CREDIT, kept as
      * posted for the rewrite.
               10 WS-CT-CODE          PIC X(06).
               10 WS-CT-CREDIT        PIC X(02).

       77 WS-CTRANS-MAX           PIC 9(05) VALUE 5000.

           05 WS-1720P-CLASS      PIC X(05).
           05 WS-1720P-COURSE     PIC X(21).
           05 WS-1720P-DATE       PIC 9(08).
           05 WS-1720P-PERIOD     PIC X(02).
       77 WS-1720R-INDEX          PIC 9(05).
       77 WS-1720R-INSERT-AT      PIC 9(05).
       77 WS-1720-LOW             PIC 9(05).
       77 WS-IDX-CTR              PIC 9(05).

      * Maintenance working set, see 0410-RUN-MAINTENANCE-BEGIN:
      * group bounds over the sorted posting tables, the group's
      * first row dated in the open school year and the first row
      * the group keeps, removal/kept/protected/deleted counters, the
      * calendar cursor of the aging pass, and the candidate
      * filename being deleted.
       77 WS-MNT-I                PIC 9(05).
       77 WS-MNT-J                PIC 9(05).
       77 WS-MNT-K                PIC 9(05).
       77 WS-MNT-FROM             PIC 9(05).
       77 WS-MNT-L                PIC 9(05).
       77 WS-MNT-REMOVED          PIC 9(07) VALUE 0.
       77 WS-MNT-KEPT             PIC 9(07) VALUE 0.
       77 WS-MNT-PROTECTED        PIC 9(07) VALUE 0.
       77 WS-MNT-FILES-DELETED    PIC 9(07) VALUE 0.
       77 WS-MNT-DAY              PIC 9(04).
       77 WS-AGE-DATE             PIC 9(08).
           05 WS-HN-DATE          PIC 9(08).
           05 WS-HN-AVERAGE       PIC 9(02)V9(02).
           05 WS-HN-STUD-ID       PIC 9(07).
           05 WS-HN-CREDITS       PIC X(03).
           05 WS-HN-PERIOD        PIC X(02).
       01 WS-HISTNEW-C-ROW.
           05 FILLER              PIC X(01) VALUE "C".
           05 WS-HNC-CLASS        PIC X(05).
           05 WS-HNC-COURSE       PIC X(21).
           05 WS-HNC-DATE         PIC 9(08).
           05 WS-HNC-AVERAGE      PIC 9(02)V9(02).
           05 WS-HNC-CODE         PIC X(06).
           05 WS-HNC-CREDIT       PIC X(02).
           05 WS-HNC-PERIOD       PIC X(02).

      * The history master's on-disk names for the compaction's
      * delete-and-rename swap, CBL_ calls want them in fields.
       77 WS-HISTORY-FILENAME     PIC X(20) VALUE 'data/history.dat'.
       77 WS-HISTNEW-FILENAME     PIC X(20) VALUE 'data/history.new'.
      * Same again for the open-items file's swap.
       77 WS-OPENITEMS-FILENAME   PIC X(20)
                                  VALUE 'data/openitems.dat'.
       77 WS-OPENNEW-FILENAME     PIC X(20)
                                  VALUE 'data/openitems.new'.
       77 WS-MAINTAUDIT-FILENAME  PIC X(40) VALUE SPACE.

      * 1770P = 1770 - Parameter (in/out).
      * Index for the insert shift in 0085-LOAD-STUDENT-MASTER-BEGIN.
       77 WS-IDX-MST              PIC 9(05).

      * Course-catalog table, one entry per course code holding the
      * latest row for it. Loaded by 0087-LOAD-COURSE-CATALOG-BEGIN,
      * consulted by 0181-STORE-COURSE-GRADE-BEGIN to validate every
      * incoming course and by 1450-FIND-COURSE-INDEX-BEGIN so the
      * records that name a course after it (assessments, teachers,
      * amendments) land on the same official title. A catalog is a
      * few hundred rows at most, so a front-to-back scan does, same
      * as the course table's own. An empty table (no catalog file
      * on disk) disables the check.
       01  WS-CATALOG-DATA.
           05 WS-CATALOG-LGHT     PIC 9(04) VALUE 0.
           05 WS-CATALOG OCCURS 500.
               10 WS-CAT-CODE         PIC X(06).
               10 WS-CAT-TITLE        PIC X(21).
               10 WS-CAT-CREDIT       PIC 9(01)V9(01).
               10 WS-CAT-DEPT         PIC X(10).
               10 WS-CAT-STATUS       PIC X(01).
                   88 WS-CAT-RETIRED      VALUE "R".

      * Maximum amount of codes the catalog table is sized for, and
      * a once-per-run switch for the overflow warning, same pattern
      * as the student master's.
       77 WS-CATALOG-MAX          PIC 9(04) VALUE 500.
       77 WS-CATALOG-FULL-WARNED  PIC 9(01) VALUE 0.
           88 WS-CATALOG-FULL-WAS-WARNED VALUE 1.

      * 1810P = 1810 - Parameter.
      * 1810R = 1810 - Return values.
      * Course label to look up in the catalog, by code first, then
      * by official title; the index comes back 0 when neither
      * matches.
       77 WS-1810P-LABEL          PIC X(21).
       77 WS-1810R-INDEX          PIC 9(04).
       77 WS-IDX-CAT              PIC 9(04).

      * Average being upserted into the history table, see
      * 0075-UPSERT-HISTORY-BEGIN.
       77 WS-0075P-AVERAGE        PIC 9(02)V9(02).
           05 WS-CLS-OUT-ID          PIC X(05).
           05 FILLER                 PIC X(03) VALUE " - ".
           05 WS-CLS-OUT-LABEL       PIC X(21).
      * "PERIOD Q1" when the header carried a marking period.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-CLS-OUT-PERIOD      PIC X(09).

      * The output header, it holds the columns names and the courses
      * indices.
           05 WS-CRS-OUT-COEF        PIC 9,9.
           05 FILLER                 PIC X(08) VALUE " LABEL: ".
           05 WS-CRS-OUT-NAME        PIC X(21).
           05 FILLER                 PIC X(07) VALUE " CODE: ".
           05 WS-CRS-OUT-CODE        PIC X(06).
           05 FILLER                 PIC X(09) VALUE " CREDIT: ".
           05 WS-CRS-OUT-CREDIT      PIC 9,9.

      * Student count output.
       01 WS-STUD-AMT-OUTPUT.
      * 1400P = 1400 - Parameter.
       77 WS-1400P-COURSE-NAME    PIC X(21).
       77 WS-1400P-COURSE-COEF    PIC 9(01)V9(01).
       77 WS-1400P-COURSE-CODE    PIC X(06).
       77 WS-1400P-COURSE-CREDIT  PIC 9(01)V9(01).

      * Set by 0181-STORE-COURSE-GRADE-BEGIN when the catalog turned
      * the course record down, unknown or retired.
       77 WS-0181-CATALOG-REJECT  PIC 9(01).
       77 WS-IDX-1400             PIC 9(02).

      * Maximum amount of distinct courses the tables below are sized
       77 WS-0160P-LASTNAME       PIC X(07).
       77 WS-0160P-FIRSTNAME      PIC X(06).
       77 WS-0160P-COURSE         PIC X(21).
      * Free text trailing the line, SPACE for most exceptions; 0160
      * clears it again once written, so only the caller that sets
      * it gets it.
       77 WS-0160P-DETAIL         PIC X(55) VALUE SPACE.

      * Assembled exception line, built from the WS-0160P parameters
      * above then moved wholesale to REC-F-EXCEPTIONS, same pattern
           05 WS-EXC-FIRSTNAME     PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-EXC-COURSE        PIC X(21).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-EXC-DETAIL        PIC X(55).

      * One line of the validate-only per-class summary, written to
      * the exceptions file after each class is checked, see
      * wholesale to REC-F-CSV, same pattern as WS-EXCEPTION-LINE.
       77 WS-CSV-LINE             PIC X(1000).
       77 WS-CSV-PTR              PIC 9(04).
      * The student's catalog credits earned, edited for the CSV row.
       77 WS-CSV-CREDITS          PIC 9(02),9(01).

      * Amount of present student in a course, useful for calculating
      * the course average.
       77 WS-0965R-DECISION       PIC X(07).
       77 WS-0965R-LIST           PIC X(120).
       77 WS-0965-PTR             PIC 9(03).
      * The student's year-end final grade off the history master,
      * when the year-end run has posted one under their key.
       77 WS-0965R-FINAL-FOUND    PIC 9(01).
           88 WS-0965R-HAS-FINAL      VALUE 1.
           88 WS-0965R-NO-FINAL       VALUE 0.
       77 WS-0965R-FINAL-AVG      PIC 9(02)V9(02).
       77 WS-0965-CRS-NBR         PIC 9(02).

      * Promotion-roster line, one per student, and the decision
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-PR-AVG            PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(06) VALUE "FINAL ".
           05 WS-PR-FINAL          PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-PR-DEC            PIC X(07).
      * YES when the family was sent a deficiency notice, see
      * 0966-CHECK-NOTICE-SENT-BEGIN.
           05 FILLER               PIC X(08) VALUE " NOTICE ".
           05 WS-PR-NOTICE         PIC X(03).
           05 FILLER               PIC X(08) VALUE " FAILED ".
           05 WS-PR-CNT            PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           PERFORM 0040-SET-RUN-MODE-BEGIN
              THRU 0040-SET-RUN-MODE-END.

      * The nightly stream runs import, validation and the normal
      * batch one after the other under one lock, opening and
      * closing each stage's files itself, see 1000-RUN-NIGHTLY-
      * BEGIN.
           IF WS-NIGHTLY-RUN THEN
               PERFORM 1000-RUN-NIGHTLY-BEGIN
                  THRU 1000-RUN-NIGHTLY-END
               STOP RUN
           END-IF.

      * Open the input, output and exceptions files once for the
      * whole run, whether data/input.dat holds one class or many.
           PERFORM 0050-OPEN-FILES-BEGIN
               PERFORM 0460-WRITE-TRANSCRIPTS-BEGIN
                  THRU 0460-WRITE-TRANSCRIPTS-END
           ELSE
      * So does an awards run, see 1020-RUN-AWARDS-BEGIN.
           IF WS-MODE-AWARDS THEN
               PERFORM 1020-RUN-AWARDS-BEGIN
                  THRU 1020-RUN-AWARDS-END
           ELSE
      * An import run converts the registrar's extract instead of
      * reading the staged input, see 0140-RUN-IMPORT-BEGIN.
           IF WS-MODE-IMPORT THEN
               PERFORM 0410-RUN-MAINTENANCE-BEGIN
                  THRU 0410-RUN-MAINTENANCE-END
           ELSE
      * A year-end run combines the marking-period postings into the
      * final grade, see 0490-RUN-YEAR-END-BEGIN.
           IF WS-MODE-YEAREND THEN
               PERFORM 0490-RUN-YEAR-END-BEGIN
                  THRU 0490-RUN-YEAR-END-END
           ELSE
      * A reprint run regenerates one frozen class off its snapshot,
      * see 0095-RUN-REPRINT-BEGIN; an amendment run naming a class
      * and date corrects that snapshot instead of the input, see
      * 0096-AMEND-FROM-SNAPSHOT-BEGIN.
           IF WS-MODE-REPRINT THEN
               PERFORM 0095-RUN-REPRINT-BEGIN
                  THRU 0095-RUN-REPRINT-END
           ELSE
           IF WS-SNAP-SOURCE-YES THEN
               PERFORM 0096-AMEND-FROM-SNAPSHOT-BEGIN
                  THRU 0096-AMEND-FROM-SNAPSHOT-END
           ELSE
               PERFORM 0091-PROCESS-INPUT-BEGIN
                  THRU 0091-PROCESS-INPUT-END
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0040-SET-RUN-MODE-BEGIN.
           PERFORM 0047-INIT-GRADE-SCALE-BEGIN
              THRU 0047-INIT-GRADE-SCALE-END.
           PERFORM 0048-INIT-PERIOD-WEIGHTS-BEGIN
              THRU 0048-INIT-PERIOD-WEIGHTS-END.
           PERFORM 0046-INIT-AWARDS-BEGIN
              THRU 0046-INIT-AWARDS-END.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN WS-COMMAND-LINE(1:5) EQUAL "AMEND"
                   SET WS-MODE-AMEND TO TRUE
                   PERFORM 0080-LOAD-AMENDMENTS-BEGIN
                      THRU 0080-LOAD-AMENDMENTS-END
                   PERFORM 0042-PARSE-SNAPSHOT-ARGS-BEGIN
                      THRU 0042-PARSE-SNAPSHOT-ARGS-END
      * "REPRINT <class> <yyyymmdd> [student]" regenerates the
      * outputs of a frozen class, see 0095-RUN-REPRINT-BEGIN. A
      * missing class or a date that can't be a yyyymmdd would only
      * name a snapshot that was never written, so the run is
      * refused here, before any file is named or opened, with the
      * same "couldn't start" return code as a lock refusal (12).
               WHEN WS-COMMAND-LINE(1:7) EQUAL "REPRINT"
                   SET WS-MODE-REPRINT TO TRUE
                   PERFORM 0042-PARSE-SNAPSHOT-ARGS-BEGIN
                      THRU 0042-PARSE-SNAPSHOT-ARGS-END
                   IF WS-SNAP-SOURCE-NO OR
                      WS-SNAP-DATE(5:2) < "01" OR
                      WS-SNAP-DATE(5:2) > "12" OR
                      WS-SNAP-DATE(7:2) < "01" OR
                      WS-SNAP-DATE(7:2) > "31" THEN
                       DISPLAY "REPRINT needs a class and a date: "
                           "REPRINT <class> <yyyymmdd> [student]"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-COMMAND-LINE(1:8) EQUAL "VALIDATE"
                   SET WS-MODE-VALIDATE TO TRUE
      * "NOTICES" writes the deficiency letters to guardians, see
      * 0340-WRITE-NOTICES-BEGIN.
               WHEN WS-COMMAND-LINE(1:7) EQUAL "NOTICES"
                   SET WS-MODE-NOTICES TO TRUE
               WHEN WS-COMMAND-LINE(1:6) EQUAL "IMPORT"
                   SET WS-MODE-IMPORT TO TRUE
      * "NIGHTLY" chains import, validation and the normal batch, see
      * 1000-RUN-NIGHTLY-BEGIN. It starts as an import run.
               WHEN WS-COMMAND-LINE(1:7) EQUAL "NIGHTLY"
                   SET WS-NIGHTLY-RUN TO TRUE
                   SET WS-MODE-IMPORT TO TRUE
                   PERFORM 0043-PARSE-NIGHTLY-ARGS-BEGIN
                      THRU 0043-PARSE-NIGHTLY-ARGS-END
      * "MAIL" is a normal run that also addresses the report cards
      * for mailing, see 0391-WRITE-CARD-COVER-BEGIN.
               WHEN WS-COMMAND-LINE(1:4) EQUAL "MAIL"
                   SET WS-MAIL-WANTED TO TRUE
      * "MAINT <prior-terms> <retain-days> [yyyymmdd]" compacts the
      * history master and ages off dated outputs; each figure keeps
      * its default when absent or unparseable, the date the same
      * way YEAREND takes it.
               WHEN WS-COMMAND-LINE(1:5) EQUAL "MAINT"
                   SET WS-MODE-MAINT TO TRUE
                   MOVE SPACE TO WS-MAINT-TOKEN-1
                   MOVE SPACE TO WS-MAINT-TOKEN-2
                   MOVE SPACE TO WS-MAINT-TOKEN-3
                   MOVE SPACE TO WS-MAINT-TOKEN-4
                   UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                       INTO WS-MAINT-TOKEN-1 WS-MAINT-TOKEN-2
                            WS-MAINT-TOKEN-3 WS-MAINT-TOKEN-4
                   END-UNSTRING
                   IF WS-MAINT-TOKEN-2 NOT EQUAL SPACE THEN
                       MOVE WS-MAINT-TOKEN-2 TO WS-1900P-TOKEN
                           MOVE WS-1900R-VALUE TO WS-RETAIN-DAYS
                       END-IF
                   END-IF
                   IF WS-MAINT-TOKEN-4(1:8) IS NUMERIC AND
                      WS-MAINT-TOKEN-4(9:1) EQUAL SPACE THEN
                       MOVE WS-MAINT-TOKEN-4(1:8) TO WS-YE-FROM-DATE
                   END-IF
               WHEN WS-COMMAND-LINE(1:10) EQUAL "TRANSCRIPT"
                   SET WS-MODE-TRANSCRIPT TO TRUE
      * Whatever follows the mode word narrows the run to one class
      * or one last name; nothing there means everyone on file.
                   MOVE WS-COMMAND-LINE(12:21) TO WS-TRANS-FILTER
      * "AWARDS" judges every student on file against the awards
      * table, see 1020-RUN-AWARDS-BEGIN.
               WHEN WS-COMMAND-LINE(1:6) EQUAL "AWARDS"
                   SET WS-MODE-AWARDS TO TRUE
      * "YEAREND [yyyymmdd]": only postings on or after the date count
      * toward the final; without one (or with something that isn't
      * a date) 0490 falls back to a year before the run.
               WHEN WS-COMMAND-LINE(1:7) EQUAL "YEAREND"
                   SET WS-MODE-YEAREND TO TRUE
                   MOVE SPACE TO WS-MAINT-TOKEN-1
                   MOVE SPACE TO WS-MAINT-TOKEN-2
                   UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                       INTO WS-MAINT-TOKEN-1 WS-MAINT-TOKEN-2
                   END-UNSTRING
                   IF WS-MAINT-TOKEN-2(1:8) IS NUMERIC AND
                      WS-MAINT-TOKEN-2(9:1) EQUAL SPACE THEN
                       MOVE WS-MAINT-TOKEN-2(1:8) TO WS-YE-FROM-DATE
                   END-IF
           END-EVALUATE.
       0040-SET-RUN-MODE-END.

      * Picks the class, snapshot date and optional student off the
      * command line of an amendment or reprint run. Only a class
      * with a well-formed date selects a snapshot; anything less
      * leaves an amendment run reading data/input.dat as before.
       0042-PARSE-SNAPSHOT-ARGS-BEGIN.
           MOVE SPACE TO WS-MAINT-TOKEN-1.
           MOVE SPACE TO WS-MAINT-TOKEN-2.
           MOVE SPACE TO WS-MAINT-TOKEN-3.
           MOVE SPACE TO WS-MAINT-TOKEN-4.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-MAINT-TOKEN-1 WS-MAINT-TOKEN-2
                    WS-MAINT-TOKEN-3 WS-MAINT-TOKEN-4
           END-UNSTRING.
           IF WS-MAINT-TOKEN-2 NOT EQUAL SPACE AND
              WS-MAINT-TOKEN-3(1:8) IS NUMERIC AND
              WS-MAINT-TOKEN-3(9:1) EQUAL SPACE THEN
               SET WS-SNAP-SOURCE-YES TO TRUE
               IF WS-MAINT-TOKEN-2 EQUAL "*" THEN
                   MOVE SPACE TO WS-SNAP-CLASS
               ELSE
                   MOVE WS-MAINT-TOKEN-2(1:5) TO WS-SNAP-CLASS
               END-IF
               MOVE WS-MAINT-TOKEN-3(1:8) TO WS-SNAP-DATE
               MOVE WS-MAINT-TOKEN-4(1:7) TO WS-RPT-STUDENT
           END-IF.
       0042-PARSE-SNAPSHOT-ARGS-END.

      * Runs the class loop over data/input.dat (or whatever
      * WS-INPUT-FILENAME names), one class/section per iteration,
      * see 0180-READ-CLASS-HEADER-BEGIN for how a REC-CLASS-HEADER
      * record ends the current one. What each class goes through
      * depends on the run mode.
       0091-PROCESS-INPUT-BEGIN.
           PERFORM UNTIL F-INPUT-STATUS-EOF

      * Read.
               PERFORM 0100-READ-INPUT-FILE-BEGIN
                  THRU 0100-READ-INPUT-FILE-END
               ADD 1 TO WS-CLASSES-SEEN

               EVALUATE TRUE
      * A validate-only run has already written this class's
      * exceptions while reading it - all that is left is the
      * per-class summary of what a real run would reject.
                   WHEN WS-MODE-VALIDATE
                       PERFORM 0157-WRITE-VALIDATE-SUMMARY-BEGIN
                          THRU 0157-WRITE-VALIDATE-SUMMARY-END

      * A notices run only needs the class's grades worked out to
      * write its letters; nothing is reported or posted.
                   WHEN WS-MODE-NOTICES
                       PERFORM 0200-COMPUTE-AVERAGES-BEGIN
                          THRU 0200-COMPUTE-AVERAGES-END
                       PERFORM 0340-WRITE-NOTICES-BEGIN
                          THRU 0340-WRITE-NOTICES-END

      * An amendment run only recomputes and re-reports the classes
      * the corrections file names, applying the corrections first;
      * every other class is read past untouched, and the checkpoint
      * is never written - it belongs to the nightly run.
                   WHEN WS-MODE-AMEND
                       PERFORM 0173-CHECK-CLASS-AMENDED-BEGIN
                          THRU 0173-CHECK-CLASS-AMENDED-END
                       IF WS-CLASS-AMENDED-YES THEN
                           PERFORM 0175-APPLY-AMENDMENTS-BEGIN
                              THRU 0175-APPLY-AMENDMENTS-END
                           PERFORM 0090-PROCESS-CLASS-BEGIN
                              THRU 0090-PROCESS-CLASS-END
                       END-IF

                   WHEN OTHER
      * Skip a class already fully reported by a run that got this
      * far before an abend, see 0060-READ-CHECKPOINT-BEGIN. It was
      * still read just above, to advance through F-INPUT and to pick
      * up its class header/control records, just not recomputed or
      * rewritten.
                       IF WS-CLASSES-SEEN >
                          WS-RESTART-CLASSES-DONE
                           PERFORM 0090-PROCESS-CLASS-BEGIN
                              THRU 0090-PROCESS-CLASS-END
                       ELSE
                           PERFORM 0200-COMPUTE-AVERAGES-BEGIN
                              THRU 0200-COMPUTE-AVERAGES-END
                       END-IF

      * Every class goes to the state extract, a skipped one too
      * (recomputed just above), since the file is written afresh.
                       PERFORM 0330-WRITE-STATE-EXTRACT-BEGIN
                          THRU 0330-WRITE-STATE-EXTRACT-END

      * This class (skipped or freshly written) is now safe,
      * checkpoint it so a restart from here never redoes it.
                       PERFORM 0065-WRITE-CHECKPOINT-BEGIN
                          THRU 0065-WRITE-CHECKPOINT-END
               END-EVALUATE

      * Whatever the mode, keep this class's figures for the run
      * summary.
               PERFORM 0480-RECORD-CLASS-SUMMARY-BEGIN
                  THRU 0480-RECORD-CLASS-SUMMARY-END
           END-PERFORM.
       0091-PROCESS-INPUT-END.

      * Picks the options off a "NIGHTLY" command line, in any order:
      * "MAIL" for a mailing week, then up to two numbers, the gate's
      * rejects limit and its failed-classes limit. Anything else, or
      * a number too large, leaves the default in place.
       0043-PARSE-NIGHTLY-ARGS-BEGIN.
           MOVE SPACE TO WS-MAINT-TOKEN-1.
           MOVE SPACE TO WS-MAINT-TOKEN-2.
           MOVE SPACE TO WS-MAINT-TOKEN-3.
           MOVE SPACE TO WS-MAINT-TOKEN-4.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-MAINT-TOKEN-1 WS-MAINT-TOKEN-2
                    WS-MAINT-TOKEN-3 WS-MAINT-TOKEN-4
           END-UNSTRING.
           MOVE WS-MAINT-TOKEN-2 TO WS-1900P-TOKEN.
           PERFORM 0044-TAKE-NIGHTLY-TOKEN-BEGIN
              THRU 0044-TAKE-NIGHTLY-TOKEN-END.
           MOVE WS-MAINT-TOKEN-3 TO WS-1900P-TOKEN.
           PERFORM 0044-TAKE-NIGHTLY-TOKEN-BEGIN
              THRU 0044-TAKE-NIGHTLY-TOKEN-END.
           MOVE WS-MAINT-TOKEN-4 TO WS-1900P-TOKEN.
           PERFORM 0044-TAKE-NIGHTLY-TOKEN-BEGIN
              THRU 0044-TAKE-NIGHTLY-TOKEN-END.
       0043-PARSE-NIGHTLY-ARGS-END.

      * Takes one "NIGHTLY" option already moved to WS-1900P-TOKEN.
       0044-TAKE-NIGHTLY-TOKEN-BEGIN.
           IF WS-1900P-TOKEN EQUAL "MAIL" THEN
               SET WS-MAIL-WANTED TO TRUE
           ELSE
               IF WS-1900P-TOKEN NOT EQUAL SPACE THEN
                   PERFORM 1900-PARSE-INT-BEGIN
                      THRU 1900-PARSE-INT-END
                   IF WS-1900R-PARSE-OK THEN
                       IF WS-NGT-NUMBERS-TAKEN EQUAL 0 AND
                          WS-1900R-VALUE <= 99999 THEN
                           MOVE WS-1900R-VALUE TO WS-NGT-MAX-REJECTS
                       END-IF
                       IF WS-NGT-NUMBERS-TAKEN EQUAL 1 AND
                          WS-1900R-VALUE <= 999 THEN
                           MOVE WS-1900R-VALUE
                               TO WS-NGT-MAX-BAD-CLASSES
                       END-IF
                       ADD 1 TO WS-NGT-NUMBERS-TAKEN
                   END-IF
               END-IF
           END-IF.
       0044-TAKE-NIGHTLY-TOKEN-END.

      * The nightly stream: the registrar extract is imported to
      * data/input.new (not over data/input.dat), a validation pass
      * reads what was staged, and only if that stays within the gate
      * (see 1010-CHECK-NIGHTLY-GATE-BEGIN) is the staged file swapped
      * in as data/input.dat and the normal batch run over it - with
      * the mailing output if "MAIL" was given. Each stage opens and
      * closes its own files through 0050/0990 as its own run would,
      * under the one lock taken by the first; the run is graded and
      * its one summary page and ledger row written at the very end.
      * A stream stopped short leaves data/input.dat and the history
      * master exactly as the last good night left them.
       1000-RUN-NIGHTLY-BEGIN.
           MOVE WS-PASS-CUTOFF TO WS-NGT-PASS-CUTOFF.

           SET WS-NGT-AT-IMPORT TO TRUE.
           MOVE WS-NGT-NEW-FILENAME TO WS-STAGED-FILENAME.
           PERFORM 0050-OPEN-FILES-BEGIN
              THRU 0050-OPEN-FILES-END.
           IF NOT F-IMPORT-STATUS-OK THEN
               MOVE "NO IMPORT" TO WS-NGT-OUTCOME
               MOVE "REGISTRAR EXTRACT DATA/IMPORT.DAT NOT READABLE"
                   TO WS-NGT-REASON
           END-IF.
           PERFORM 0140-RUN-IMPORT-BEGIN
              THRU 0140-RUN-IMPORT-END.
           PERFORM 0990-CLOSE-FILES-BEGIN
              THRU 0990-CLOSE-FILES-END.
           MOVE WS-IMPORT-LINE-NBR TO WS-NGT-IMP-READ.
           MOVE WS-IMP-RECORDS-OUT TO WS-NGT-IMP-STAGED.
           MOVE WS-EXC-RUN-TOTAL TO WS-NGT-IMP-REJECTS.
           IF WS-NGT-STILL-RUNNING AND WS-NGT-IMP-STAGED EQUAL 0 THEN
               MOVE "NO IMPORT" TO WS-NGT-OUTCOME
               MOVE "NOTHING STAGED FROM THE REGISTRAR EXTRACT"
                   TO WS-NGT-REASON
           END-IF.

           IF WS-NGT-STILL-RUNNING THEN
               SET WS-NGT-AT-VALIDATE TO TRUE
               PERFORM 1005-RESET-RUN-TOTALS-BEGIN
                  THRU 1005-RESET-RUN-TOTALS-END
               SET WS-MODE-VALIDATE TO TRUE
               MOVE WS-NGT-NEW-FILENAME TO WS-INPUT-FILENAME
               PERFORM 0050-OPEN-FILES-BEGIN
                  THRU 0050-OPEN-FILES-END
               PERFORM 0091-PROCESS-INPUT-BEGIN
                  THRU 0091-PROCESS-INPUT-END
               PERFORM 0990-CLOSE-FILES-BEGIN
                  THRU 0990-CLOSE-FILES-END
               PERFORM 1010-CHECK-NIGHTLY-GATE-BEGIN
                  THRU 1010-CHECK-NIGHTLY-GATE-END
           END-IF.

      * The gate passed: the staged file becomes tonight's good input
      * and the normal batch reports and posts it.
           IF WS-NGT-STILL-RUNNING THEN
               SET WS-NGT-AT-REPORT TO TRUE
               CALL "CBL_DELETE_FILE" USING WS-NGT-GOOD-FILENAME
                   RETURNING WS-CBL-RETURN-CODE
               END-CALL
               CALL "CBL_RENAME_FILE" USING WS-NGT-NEW-FILENAME
                                            WS-NGT-GOOD-FILENAME
                   RETURNING WS-CBL-RETURN-CODE
               END-CALL
               PERFORM 1005-RESET-RUN-TOTALS-BEGIN
                  THRU 1005-RESET-RUN-TOTALS-END
               SET WS-MODE-NORMAL TO TRUE
               MOVE WS-NGT-GOOD-FILENAME TO WS-INPUT-FILENAME
               PERFORM 0050-OPEN-FILES-BEGIN
                  THRU 0050-OPEN-FILES-END
               PERFORM 0091-PROCESS-INPUT-BEGIN
                  THRU 0091-PROCESS-INPUT-END
               PERFORM 0990-CLOSE-FILES-BEGIN
                  THRU 0990-CLOSE-FILES-END
               MOVE "COMPLETED" TO WS-NGT-OUTCOME
               IF WS-MAIL-WANTED THEN
                   MOVE "REPORTS, POSTINGS AND MAILING OUTPUT WRITTEN"
                       TO WS-NGT-REASON
               ELSE
                   MOVE "REPORTS AND POSTINGS WRITTEN"
                       TO WS-NGT-REASON
               END-IF
           END-IF.

           DISPLAY "Nightly: " WS-NGT-OUTCOME " " WS-NGT-REASON.
           PERFORM 0989-FINISH-RUN-BEGIN
              THRU 0989-FINISH-RUN-END.
       1000-RUN-NIGHTLY-END.

      * Puts the run-wide counts, tables and class-reading state back
      * to how the program starts, between two stages of the nightly
      * stream, so each stage reads, counts and summarises as if it
      * were a run of its own.
       1005-RESET-RUN-TOTALS-BEGIN.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-CLASSES-SEEN.
           MOVE 0 TO WS-EXC-RUN-TOTAL.
           MOVE 0 TO WS-EXC-CLASS-TOTAL.
           MOVE 0 TO WS-EXC-TYPE-LGHT.
           MOVE 0 TO WS-CLASS-SUM-LGHT.
           MOVE 0 TO WS-CLASS-SUM-WARNED.
           MOVE 0 TO WS-XFER-LGHT.
           MOVE 0 TO WS-HOLD-LGHT.
           MOVE 0 TO WS-OUTPUT-LINES-WRITTEN.
           MOVE 0 TO WS-EXCEPT-LINES-WRITTEN.
           MOVE 0 TO WS-ANM-RUN-CNT.
           SET WS-NO-CLASS-HEADER-SEEN TO TRUE.
           SET WS-NO-PENDING-HEADER TO TRUE.
           SET WS-CLASS-BOUNDARY-NOT-HIT TO TRUE.
           SET WS-TRAILER-NOT-PROMISED TO TRUE.
           SET WS-TRAILER-NOT-SEEN TO TRUE.
           SET WS-RUN-RECON-OK TO TRUE.
           MOVE SPACE TO WS-CLASS-ID.
           MOVE SPACE TO WS-CLASS-LABEL.
           MOVE SPACE TO WS-CLASS-PERIOD.
           MOVE SPACE TO WS-SCHOOL-CODE.
           MOVE WS-NGT-PASS-CUTOFF TO WS-PASS-CUTOFF.
           PERFORM 0047-INIT-GRADE-SCALE-BEGIN
              THRU 0047-INIT-GRADE-SCALE-END.
       1005-RESET-RUN-TOTALS-END.

      * Weighs the validation pass against the gate: its rejects are
      * every exception it wrote bar the transfer moves (intentional,
      * as in the run's grading in 0989), added to the lines the
      * import itself rejected; its bad classes are those failing
      * control-total reconciliation. Over either limit stops the
      * stream.
       1010-CHECK-NIGHTLY-GATE-BEGIN.
           MOVE WS-CLASSES-SEEN TO WS-NGT-VAL-CLASSES.
           MOVE WS-EXC-RUN-TOTAL TO WS-NGT-VAL-EXC.
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-EXC-TYPE-LGHT
               IF WS-EXC-T-NAME(WS-IDX-EXC) EQUAL "TRANSFER OUT" OR
                  WS-EXC-T-NAME(WS-IDX-EXC) EQUAL "TRANSFER IN"
                   SUBTRACT WS-EXC-T-RUN-CNT(WS-IDX-EXC)
                       FROM WS-NGT-VAL-EXC
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-NGT-VAL-BAD.
           PERFORM VARYING WS-IDX-CS FROM 1 BY 1
                   UNTIL WS-IDX-CS > WS-CLASS-SUM-LGHT
               IF WS-CS-RECON(WS-IDX-CS) EQUAL "B" THEN
                   ADD 1 TO WS-NGT-VAL-BAD
               END-IF
           END-PERFORM.
           COMPUTE WS-NGT-REJECTS = WS-NGT-IMP-REJECTS
                                  + WS-NGT-VAL-EXC.
           IF WS-NGT-REJECTS > WS-NGT-MAX-REJECTS THEN
               MOVE "GATE FAILED" TO WS-NGT-OUTCOME
               MOVE WS-NGT-REJECTS TO WS-NGT-COUNT-ED
               MOVE WS-NGT-MAX-REJECTS TO WS-NGT-LIMIT-ED
               STRING WS-NGT-COUNT-ED DELIMITED BY SIZE
                      " REJECTS, LIMIT " DELIMITED BY SIZE
                      WS-NGT-LIMIT-ED DELIMITED BY SIZE
                   INTO WS-NGT-REASON
               END-STRING
           ELSE
               IF WS-NGT-VAL-BAD > WS-NGT-MAX-BAD-CLASSES THEN
                   MOVE "GATE FAILED" TO WS-NGT-OUTCOME
                   MOVE WS-NGT-VAL-BAD TO WS-NGT-COUNT-ED
                   MOVE WS-NGT-MAX-BAD-CLASSES TO WS-NGT-LIMIT-ED
                   STRING WS-NGT-COUNT-ED DELIMITED BY SIZE
                          " CLASSES FAIL RECONCILIATION, LIMIT "
                              DELIMITED BY SIZE
                          WS-NGT-LIMIT-ED DELIMITED BY SIZE
                       INTO WS-NGT-REASON
                   END-STRING
               END-IF
           END-IF.
       1010-CHECK-NIGHTLY-GATE-END.

      * Runs the awards pass over the history master loaded whole
      * into WS-TRANS: the term postings are regrouped by district
      * ID (see 1025-BUILD-AWARD-POSTINGS-BEGIN), every student is
      * judged against every award on the table, and the list is
      * written one ranked section per award. Nothing is posted.
       1020-RUN-AWARDS-BEGIN.
           PERFORM 1025-BUILD-AWARD-POSTINGS-BEGIN
              THRU 1025-BUILD-AWARD-POSTINGS-END.
           MOVE 1 TO WS-AWD-FIRST.
           PERFORM UNTIL WS-AWD-FIRST > WS-AWP-LGHT
               MOVE WS-AWD-FIRST TO WS-AWD-LAST
               PERFORM UNTIL WS-AWD-LAST >= WS-AWP-LGHT
                       OR WS-AWP-STUDENT-KEY(WS-AWD-LAST + 1) NOT EQUAL
                          WS-AWP-STUDENT-KEY(WS-AWD-FIRST)
                   ADD 1 TO WS-AWD-LAST
               END-PERFORM
               ADD 1 TO WS-AWD-STUDENTS
               PERFORM 1030-JUDGE-AWARD-STUDENT-BEGIN
                  THRU 1030-JUDGE-AWARD-STUDENT-END
               COMPUTE WS-AWD-FIRST = WS-AWD-LAST + 1
           END-PERFORM.
           PERFORM 1040-WRITE-AWARD-LIST-BEGIN
              THRU 1040-WRITE-AWARD-LIST-END.
       1020-RUN-AWARDS-END.

      * Copies the term postings out of WS-TRANS into WS-AWP, keyed
      * by district ID then date, so a student's terms in every class
      * they sat come together in the order they were posted. A row
      * without an ID keeps its class and names as the key instead.
      * Year-end "FY" rows stay out, and so does every row of an ID
      * the student master has retired.
       1025-BUILD-AWARD-POSTINGS-BEGIN.
           PERFORM VARYING WS-IDX-TRN FROM 1 BY 1
                   UNTIL WS-IDX-TRN > WS-TRANS-LGHT
               SET WS-AWD-KEEP-YES TO TRUE
               IF WS-T-PERIOD(WS-IDX-TRN) EQUAL "FY" THEN
                   SET WS-AWD-KEEP-NO TO TRUE
               END-IF
               IF WS-AWD-KEEP-YES AND
                  WS-T-STUD-ID(WS-IDX-TRN) NOT EQUAL 0 AND
                  WS-MASTER-LGHT NOT EQUAL 0 THEN
                   MOVE WS-T-STUD-ID(WS-IDX-TRN) TO WS-1800P-ID
                   PERFORM 1800-FIND-MASTER-ID-BEGIN
                      THRU 1800-FIND-MASTER-ID-END
                   IF WS-1800R-INDEX NOT EQUAL 0 THEN
                       IF WS-M-RETIRED(WS-1800R-INDEX) THEN
                           SET WS-AWD-KEEP-NO TO TRUE
                           ADD 1 TO WS-AWD-RETIRED
                       END-IF
                   END-IF
               END-IF
               IF WS-AWD-KEEP-YES THEN
                   PERFORM 1027-STORE-AWARD-POSTING-BEGIN
                      THRU 1027-STORE-AWARD-POSTING-END
               END-IF
           END-PERFORM.
       1025-BUILD-AWARD-POSTINGS-END.

      * Inserts or refreshes the WS-TRANS row at WS-IDX-TRN in the
      * sorted WS-AWP table, same upsert shape as 0072. Past the
      * table's capacity the run keeps what already fit and says so
      * once, like a transcript run.
       1027-STORE-AWARD-POSTING-BEGIN.
           MOVE WS-T-STUD-ID(WS-IDX-TRN) TO WS-1790P-ID.
           MOVE SPACE TO WS-1790P-NAME-KEY.
           IF WS-T-STUD-ID(WS-IDX-TRN) EQUAL 0 THEN
               MOVE WS-T-CLASS(WS-IDX-TRN) TO WS-1790P-CLASS-KEY
               MOVE WS-T-LASTNAME(WS-IDX-TRN) TO WS-1790P-LASTNAME
               MOVE WS-T-FIRSTNAME(WS-IDX-TRN) TO WS-1790P-FIRSTNAME
           END-IF.
           MOVE WS-T-DATE(WS-IDX-TRN) TO WS-1790P-DATE.
           MOVE WS-T-PERIOD(WS-IDX-TRN) TO WS-1790P-PERIOD.
           MOVE WS-T-CLASS(WS-IDX-TRN) TO WS-1790P-CLASS.
           PERFORM 1790-FIND-AWARD-POSTING-BEGIN
              THRU 1790-FIND-AWARD-POSTING-END.
           IF WS-1790R-INDEX EQUAL 0 THEN
               IF WS-AWP-LGHT EQUAL WS-AWP-MAX THEN
                   IF NOT WS-AWP-FULL-WAS-WARNED THEN
                       DISPLAY "Awards posting table full, maximum of "
                           WS-AWP-MAX " postings, list partial"
                       SET WS-AWP-FULL-WAS-WARNED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-AWP-LGHT
                   PERFORM VARYING WS-IDX-AWP
                           FROM WS-AWP-LGHT BY -1
                           UNTIL WS-IDX-AWP <= WS-1790R-INSERT-AT
                       MOVE WS-AWP(WS-IDX-AWP - 1)
                           TO WS-AWP(WS-IDX-AWP)
                   END-PERFORM
                   MOVE WS-1790R-INSERT-AT TO WS-1790R-INDEX
                   MOVE WS-1790P-KEY
                       TO WS-AWP-SORT-KEY(WS-1790R-INDEX)
               END-IF
           END-IF.
           IF WS-1790R-INDEX NOT EQUAL 0 THEN
               MOVE WS-T-LASTNAME(WS-IDX-TRN)
                   TO WS-AWP-LASTNAME(WS-1790R-INDEX)
               MOVE WS-T-FIRSTNAME(WS-IDX-TRN)
                   TO WS-AWP-FIRSTNAME(WS-1790R-INDEX)
               MOVE WS-T-AVERAGE(WS-IDX-TRN)
                   TO WS-AWP-AVERAGE(WS-1790R-INDEX)
           END-IF.
       1027-STORE-AWARD-POSTING-END.

      * Judges the one student spanning WS-AWD-FIRST to WS-AWD-LAST
      * in WS-AWP against every award on the table. The improvement
      * is the latest posting's average less the first one's.
       1030-JUDGE-AWARD-STUDENT-BEGIN.
           COMPUTE WS-AWD-COUNT = WS-AWD-LAST - WS-AWD-FIRST + 1.
           COMPUTE WS-AWD-IMPROVE = WS-AWP-AVERAGE(WS-AWD-LAST)
                                  - WS-AWP-AVERAGE(WS-AWD-FIRST).
           PERFORM VARYING WS-IDX-AW FROM 1 BY 1
                   UNTIL WS-IDX-AW > WS-AW-LGHT
               PERFORM 1032-TEST-AWARD-BEGIN
                  THRU 1032-TEST-AWARD-END
           END-PERFORM.
       1030-JUDGE-AWARD-STUDENT-END.

      * Tests the student against the award at WS-IDX-AW: they need
      * at least as many postings as the award looks at, an average
      * over the latest of them at or above its minimum, none of
      * them below its floor, and, when it asks for one, at least
      * its improvement over two postings or more. A student who
      * qualifies goes on the award's list.
       1032-TEST-AWARD-BEGIN.
           SET WS-AWD-ELIGIBLE-YES TO TRUE.
           MOVE WS-AWD-FIRST TO WS-AWD-WIN.
           IF WS-AW-TERMS(WS-IDX-AW) NOT EQUAL 0 THEN
               IF WS-AWD-COUNT < WS-AW-TERMS(WS-IDX-AW) THEN
                   SET WS-AWD-ELIGIBLE-NO TO TRUE
               ELSE
                   COMPUTE WS-AWD-WIN = WS-AWD-LAST
                                      - WS-AW-TERMS(WS-IDX-AW) + 1
               END-IF
           END-IF.
           IF WS-AWD-ELIGIBLE-YES THEN
               MOVE 0 TO WS-AWD-SUM
               MOVE 99,99 TO WS-AWD-LOW
               PERFORM VARYING WS-IDX-AWP FROM WS-AWD-WIN BY 1
                       UNTIL WS-IDX-AWP > WS-AWD-LAST
                   ADD WS-AWP-AVERAGE(WS-IDX-AWP) TO WS-AWD-SUM
                   IF WS-AWP-AVERAGE(WS-IDX-AWP) < WS-AWD-LOW THEN
                       MOVE WS-AWP-AVERAGE(WS-IDX-AWP) TO WS-AWD-LOW
                   END-IF
               END-PERFORM
               COMPUTE WS-AWD-WIN-COUNT = WS-AWD-LAST - WS-AWD-WIN + 1
               COMPUTE WS-AWD-AVG ROUNDED =
                   WS-AWD-SUM / WS-AWD-WIN-COUNT
               IF WS-AWD-AVG < WS-AW-MIN-AVG(WS-IDX-AW) OR
                  WS-AWD-LOW < WS-AW-FLOOR(WS-IDX-AW) THEN
                   SET WS-AWD-ELIGIBLE-NO TO TRUE
               END-IF
           END-IF.
           IF WS-AWD-ELIGIBLE-YES AND
              WS-AW-IMPROVE(WS-IDX-AW) > 0 THEN
               IF WS-AWD-COUNT < 2 OR
                  WS-AWD-IMPROVE < WS-AW-IMPROVE(WS-IDX-AW) THEN
                   SET WS-AWD-ELIGIBLE-NO TO TRUE
               END-IF
           END-IF.
           IF WS-AWD-ELIGIBLE-YES THEN
               PERFORM 1035-STORE-AWARD-CANDIDATE-BEGIN
                  THRU 1035-STORE-AWARD-CANDIDATE-END
           END-IF.
       1032-TEST-AWARD-END.

      * Shifts the student just found eligible into WS-AWC at its
      * place in rank order. Past the table's capacity the list keeps
      * what already fit and says so once.
       1035-STORE-AWARD-CANDIDATE-BEGIN.
           MOVE WS-IDX-AW TO WS-AWC-NEW-AWARD.
           IF WS-AW-IMPROVE(WS-IDX-AW) > 0 THEN
               COMPUTE WS-AWC-NEW-SCORE-INV = 99,99 - WS-AWD-IMPROVE
           ELSE
               COMPUTE WS-AWC-NEW-SCORE-INV = 99,99 - WS-AWD-AVG
           END-IF.
           MOVE WS-AWP-STUDENT-KEY(WS-AWD-FIRST)
               TO WS-AWC-NEW-STUDENT-KEY.
           MOVE WS-AWD-AVG TO WS-AWC-NEW-AVG.
           MOVE WS-AWD-IMPROVE TO WS-AWC-NEW-IMPROVE.
           MOVE WS-AWD-FIRST TO WS-AWC-NEW-FIRST.
           MOVE WS-AWD-WIN TO WS-AWC-NEW-WIN.
           MOVE WS-AWD-LAST TO WS-AWC-NEW-LAST.
           IF WS-AWC-LGHT EQUAL WS-AWC-MAX THEN
               IF NOT WS-AWC-FULL-WAS-WARNED THEN
                   DISPLAY "Awards list table full, maximum of "
                       WS-AWC-MAX " listings, list partial"
                   SET WS-AWC-FULL-WAS-WARNED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-AWC-LGHT
               MOVE WS-AWC-LGHT TO WS-IDX-AWC
               SET WS-AWC-SHIFT-YES TO TRUE
               PERFORM UNTIL WS-AWC-SHIFT-NO
      * Judged in two steps so the first row never touches a zero
      * subscript.
                   IF WS-IDX-AWC EQUAL 1 THEN
                       SET WS-AWC-SHIFT-NO TO TRUE
                   ELSE
                       IF WS-AWC-SORT-KEY(WS-IDX-AWC - 1) >
                          WS-AWC-NEW-SORT-KEY THEN
                           MOVE WS-AWC(WS-IDX-AWC - 1)
                               TO WS-AWC(WS-IDX-AWC)
                           SUBTRACT 1 FROM WS-IDX-AWC
                       ELSE
                           SET WS-AWC-SHIFT-NO TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-AWC-NEW TO WS-AWC(WS-IDX-AWC)
               ADD 1 TO WS-AW-LISTED(WS-IDX-AW)
               ADD 1 TO WS-AWD-LISTED
           END-IF.
       1035-STORE-AWARD-CANDIDATE-END.

      * Writes the eligibility list: the title, then one section per
      * award in table order.
       1040-WRITE-AWARD-LIST-BEGIN.
           OPEN OUTPUT F-AWARDLIST.
           MOVE WS-CURRENT-DATE TO WS-AWL-TTL-DATE.
           MOVE WS-AWD-STUDENTS TO WS-AWL-TTL-STUDENTS.
           MOVE WS-AWL-TITLE-LINE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           MOVE SPACE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           PERFORM VARYING WS-IDX-AW FROM 1 BY 1
                   UNTIL WS-IDX-AW > WS-AW-LGHT
               PERFORM 1042-WRITE-AWARD-SECTION-BEGIN
                  THRU 1042-WRITE-AWARD-SECTION-END
           END-PERFORM.
           CLOSE F-AWARDLIST.
       1040-WRITE-AWARD-LIST-END.

      * Writes the section of the award at WS-IDX-AW: its name and
      * rules, then its students in rank order - equal scores share
      * a rank, the next one skipping as many places - and its count.
       1042-WRITE-AWARD-SECTION-BEGIN.
           MOVE WS-OUTPUT-STAR-LINE(1:60) TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           MOVE WS-AW-CODE(WS-IDX-AW) TO WS-AWL-AWD-CODE.
           MOVE WS-AW-NAME(WS-IDX-AW) TO WS-AWL-AWD-NAME.
           MOVE WS-AWL-AWARD-LINE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           IF WS-AW-TERMS(WS-IDX-AW) EQUAL 0 THEN
               MOVE "ALL" TO WS-AWL-RUL-TERMS
           ELSE
               MOVE WS-AW-TERMS(WS-IDX-AW) TO WS-AWL-RUL-TERMS
           END-IF.
           MOVE WS-AW-MIN-AVG(WS-IDX-AW) TO WS-AWL-RUL-MIN.
           MOVE WS-AW-FLOOR(WS-IDX-AW) TO WS-AWL-RUL-FLOOR.
           MOVE WS-AW-IMPROVE(WS-IDX-AW) TO WS-AWL-RUL-IMPROVE.
           MOVE WS-AWL-RULE-LINE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           MOVE WS-OUTPUT-STAR-LINE(1:60) TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           MOVE WS-AWL-HEAD-LINE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           MOVE 0 TO WS-AWD-POSITION.
           PERFORM VARYING WS-IDX-AWC FROM 1 BY 1
                   UNTIL WS-IDX-AWC > WS-AWC-LGHT
               IF WS-AWC-AWARD(WS-IDX-AWC) EQUAL WS-IDX-AW THEN
                   ADD 1 TO WS-AWD-POSITION
                   IF WS-AWD-POSITION EQUAL 1 OR
                      WS-AWC-SCORE-INV(WS-IDX-AWC) NOT EQUAL
                      WS-AWD-PREV-SCORE THEN
                       MOVE WS-AWD-POSITION TO WS-AWD-RANK
                   END-IF
                   MOVE WS-AWC-SCORE-INV(WS-IDX-AWC)
                       TO WS-AWD-PREV-SCORE
                   PERFORM 1045-WRITE-AWARD-STUDENT-BEGIN
                      THRU 1045-WRITE-AWARD-STUDENT-END
               END-IF
           END-PERFORM.
           IF WS-AW-LISTED(WS-IDX-AW) EQUAL 0 THEN
               MOVE "NO STUDENT ELIGIBLE" TO REC-F-AWARDLIST
               WRITE REC-F-AWARDLIST
           END-IF.
           MOVE SPACE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           MOVE WS-AW-LISTED(WS-IDX-AW) TO WS-AWL-CNT.
           MOVE WS-AWL-COUNT-LINE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           MOVE SPACE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
       1042-WRITE-AWARD-SECTION-END.

      * Writes the listed student at WS-IDX-AWC: rank, ID, names and
      * class off their latest posting, average and improvement,
      * then the terms that qualified them - for an improvement
      * award the first posting the improvement is measured from,
      * marked BASELINE, ahead of the postings the award looked at.
       1045-WRITE-AWARD-STUDENT-BEGIN.
           MOVE WS-AWC-LAST(WS-IDX-AWC) TO WS-IDX-AWP.
           MOVE WS-AWD-RANK TO WS-AWL-STU-RANK.
           MOVE WS-AWP-ID(WS-IDX-AWP) TO WS-AWL-STU-ID.
           MOVE WS-AWP-LASTNAME(WS-IDX-AWP) TO WS-AWL-STU-LNAME.
           MOVE WS-AWP-FIRSTNAME(WS-IDX-AWP) TO WS-AWL-STU-FNAME.
           MOVE WS-AWP-CLASS(WS-IDX-AWP) TO WS-AWL-STU-CLASS.
           MOVE WS-AWC-AVG(WS-IDX-AWC) TO WS-WRITE-NUM-BUFFER.
           MOVE WS-WRITE-NUM-BUFFER TO WS-AWL-STU-AVG.
           MOVE WS-AWC-IMPROVE(WS-IDX-AWC) TO WS-AWL-STU-IMPROVE.
           MOVE WS-AWL-STUDENT-LINE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
           IF WS-AW-IMPROVE(WS-IDX-AW) > 0 AND
              WS-AWC-FIRST(WS-IDX-AWC) < WS-AWC-WIN(WS-IDX-AWC) THEN
               MOVE WS-AWC-FIRST(WS-IDX-AWC) TO WS-IDX-AWP
               MOVE "BASELINE" TO WS-AWL-TRM-NOTE
               PERFORM 1047-WRITE-AWARD-TERM-BEGIN
                  THRU 1047-WRITE-AWARD-TERM-END
           END-IF.
           MOVE SPACE TO WS-AWL-TRM-NOTE.
           PERFORM VARYING WS-IDX-AWP FROM WS-AWC-WIN(WS-IDX-AWC) BY 1
                   UNTIL WS-IDX-AWP > WS-AWC-LAST(WS-IDX-AWC)
               PERFORM 1047-WRITE-AWARD-TERM-BEGIN
                  THRU 1047-WRITE-AWARD-TERM-END
           END-PERFORM.
       1045-WRITE-AWARD-STUDENT-END.

      * Writes the term line of the posting at WS-IDX-AWP.
       1047-WRITE-AWARD-TERM-BEGIN.
           MOVE WS-AWP-DATE(WS-IDX-AWP) TO WS-AWL-TRM-DATE.
           MOVE WS-AWP-PERIOD(WS-IDX-AWP) TO WS-AWL-TRM-PERIOD.
           MOVE WS-AWP-CLASS(WS-IDX-AWP) TO WS-AWL-TRM-CLASS.
           MOVE WS-AWP-AVERAGE(WS-IDX-AWP) TO WS-WRITE-NUM-BUFFER.
           MOVE WS-WRITE-NUM-BUFFER TO WS-AWL-TRM-AVG.
           MOVE WS-AWL-TERM-LINE TO REC-F-AWARDLIST.
           WRITE REC-F-AWARDLIST.
       1047-WRITE-AWARD-TERM-END.

      * Computes, ranks, formats and writes everything for the class
      * just read: the full chain a class goes through once its
      * records are in the tables. Shared by the normal path and the
      * amendment path, which only differ in what happens before and
      * after.
       0090-PROCESS-CLASS-BEGIN.

      * Compute.
           PERFORM 0200-COMPUTE-AVERAGES-BEGIN
              THRU 0200-COMPUTE-AVERAGES-END.

      * Rank students by average, descending, for the report body and
      * the honor-roll / at-risk sections.
           PERFORM 0250-SORT-STUDENTS-BY-AVERAGE-BEGIN
              THRU 0250-SORT-STUDENTS-BY-AVERAGE-END.

      * Review the computed grades for data-entry patterns before
      * anything is released.
           PERFORM 0320-REVIEW-ANOMALIES-BEGIN
              THRU 0320-REVIEW-ANOMALIES-END.

      * Initialize output.
           PERFORM 1100-INITIALIZE-OUTPUT-LINES-BEGIN
              THRU 1100-INITIALIZE-OUTPUT-LINES-END.

      * Write output.
           PERFORM 0300-WRITE-OUTPUT-FILE-BEGIN
              THRU 0300-WRITE-OUTPUT-FILE-END.

      * Write the per-student report cards for this class.
           PERFORM 0380-WRITE-REPORT-CARDS-BEGIN
              THRU 0380-WRITE-REPORT-CARDS-END.

      * Write the per-teacher gradebook for this class, when any
      * "07" record assigned a teacher.
           PERFORM 0430-WRITE-TEACHER-REPORT-BEGIN
              THRU 0430-WRITE-TEACHER-REPORT-END.

      * Write the promotion roster for this class.
           PERFORM 0970-WRITE-PROMO-ROSTER-BEGIN
              THRU 0970-WRITE-PROMO-ROSTER-END.

      * Post this class's results to the grade-history master, after
      * the report's trend section has compared against the previous
      * run's postings.
           PERFORM 0470-POST-HISTORY-BEGIN
              THRU 0470-POST-HISTORY-END.

      * Display to terminal.
           PERFORM 0400-DISPLAY-TABLE-BEGIN
              THRU 0400-DISPLAY-TABLE-END.

      * Freeze the finished class, so it can still be reprinted or
      * amended once data/input.dat has moved on.
           PERFORM 0094-WRITE-SNAPSHOT-BEGIN
              THRU 0094-WRITE-SNAPSHOT-END.
       0090-PROCESS-CLASS-END.

      * Freezes the class just finished into its dated snapshot,
      * data/snap_<id>_YYYYMMDD.dat (data/snap_YYYYMMDD.dat for an
      * unlabeled class), replacing any earlier one of the same day:
      * the class header, the scale in effect, the course table, and
      * every student followed by their graded or requested courses
      * and those courses' assessments. Everything a reprint or a
      * later amendment run needs to rebuild the class exactly, see
      * 0093-LOAD-SNAPSHOT-BEGIN.
       0094-WRITE-SNAPSHOT-BEGIN.
           MOVE SPACE TO WS-SNAPSHOT-FILENAME.
           IF WS-CLASS-ID EQUAL SPACE THEN
               STRING "data/snap_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILENAME
               END-STRING
           ELSE
               STRING "data/snap_" DELIMITED BY SIZE
                      WS-CLASS-ID DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILENAME
               END-STRING
           END-IF.
           OPEN OUTPUT F-SNAPSHOT.
           IF NOT F-SNAPSHOT-STATUS-OK THEN
               DISPLAY "Cannot write snapshot " WS-SNAPSHOT-FILENAME
           ELSE
               MOVE SPACE TO REC-SNAP-CLASS
               MOVE "H" TO R-SN-TYPE
               MOVE WS-CLASS-ID TO R-SNH-CLASS-ID
               MOVE WS-CLASS-LABEL TO R-SNH-LABEL
               MOVE WS-CLASS-PERIOD TO R-SNH-PERIOD
               MOVE WS-PASS-CUTOFF TO R-SNH-PASS-CUTOFF
               IF WS-CLASS-RECON-BAD THEN
                   MOVE "B" TO R-SNH-RECON
               ELSE
                   MOVE "G" TO R-SNH-RECON
               END-IF
               MOVE WS-CURRENT-DATE TO R-SNH-DATE
               WRITE REC-SNAP-CLASS
               PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                       UNTIL WS-IDX-1 > WS-SCALE-LGHT
                   MOVE "L" TO R-SNL-TYPE
                   MOVE WS-SCALE-MIN(WS-IDX-1) TO R-SNL-MIN
                   MOVE WS-SCALE-LETTER(WS-IDX-1) TO R-SNL-LETTER
                   WRITE REC-SNAP-SCALE
               END-PERFORM
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 > WS-COURSE-LGHT
                   MOVE "C" TO R-SNC-TYPE
                   MOVE WS-C-NAME(WS-IDX-2) TO R-SNC-NAME
                   MOVE WS-C-COEF(WS-IDX-2) TO R-SNC-COEF
                   MOVE WS-C-TEACHER(WS-IDX-2) TO R-SNC-TEACHER
                   MOVE WS-C-CODE(WS-IDX-2) TO R-SNC-CODE
                   MOVE WS-C-CREDIT(WS-IDX-2) TO R-SNC-CREDIT
                   WRITE REC-SNAP-COURSE
               END-PERFORM
               PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                       UNTIL WS-IDX-1 > WS-STUDENT-LGHT
                   PERFORM 0097-WRITE-SNAP-STUDENT-BEGIN
                      THRU 0097-WRITE-SNAP-STUDENT-END
               END-PERFORM
               CLOSE F-SNAPSHOT
           END-IF.
       0094-WRITE-SNAPSHOT-END.

      * Writes student WS-IDX-1's "S" row to the snapshot, then a "G"
      * row for each course they requested, were graded in or have
      * assessments for, each followed by its "A" rows. Courses the
      * student never touched stay out - a reload starts every
      * course MISSING and unrequested, same as 0190 does.
       0097-WRITE-SNAP-STUDENT-BEGIN.
           MOVE SPACE TO REC-SNAP-STUDENT.
           MOVE "S" TO R-SNS-TYPE.
           MOVE WS-S-LASTNAME(WS-IDX-1) TO R-SNS-LASTNAME.
           MOVE WS-S-FIRSTNAME(WS-IDX-1) TO R-SNS-FIRSTNAME.
           MOVE WS-S-AGE(WS-IDX-1) TO R-SNS-AGE.
           MOVE WS-S-STUDENT-ID(WS-IDX-1) TO R-SNS-STUDENT-ID.
           MOVE WS-S-XFER-FROM(WS-IDX-1) TO R-SNS-XFER-FROM.
           MOVE WS-S-GRADE-AMT(WS-IDX-1) TO R-SNS-GRADE-AMT.
           MOVE WS-S-ABSENCES(WS-IDX-1) TO R-SNS-ABSENCES.
           MOVE WS-S-GUARD-SEEN(WS-IDX-1) TO R-SNS-GUARD-SEEN.
           MOVE WS-S-GUARD-NAME(WS-IDX-1) TO R-SNS-GUARD-NAME.
           MOVE WS-S-GUARD-STREET(WS-IDX-1) TO R-SNS-GUARD-STREET.
           MOVE WS-S-GUARD-CITY(WS-IDX-1) TO R-SNS-GUARD-CITY.
           MOVE WS-S-GUARD-POSTAL(WS-IDX-1) TO R-SNS-GUARD-POSTAL.
           WRITE REC-SNAP-STUDENT.
           PERFORM VARYING WS-SNAP-CRS FROM 1 BY 1
                   UNTIL WS-SNAP-CRS > WS-COURSE-LGHT
               IF WS-S-COURSE-WAS-REQUESTED(WS-IDX-1, WS-SNAP-CRS) OR
                  NOT WS-S-GRADE-MISSING(WS-IDX-1, WS-SNAP-CRS) OR
                  WS-S-ASSESS-AMT(WS-IDX-1, WS-SNAP-CRS) > 0 THEN
                   MOVE "G" TO R-SNG-TYPE
                   MOVE WS-SNAP-CRS TO R-SNG-COURSE
                   MOVE WS-S-GRADE(WS-IDX-1, WS-SNAP-CRS)
                       TO R-SNG-GRADE
                   MOVE WS-S-GRADE-STATUS(WS-IDX-1, WS-SNAP-CRS)
                       TO R-SNG-STATUS
                   MOVE WS-S-COURSE-REQ(WS-IDX-1, WS-SNAP-CRS)
                       TO R-SNG-REQ
                   MOVE WS-S-ASSESS-AMT(WS-IDX-1, WS-SNAP-CRS)
                       TO R-SNG-ASSESS-AMT
                   WRITE REC-SNAP-GRADE
                   PERFORM VARYING WS-SNAP-ASS FROM 1 BY 1
                           UNTIL WS-SNAP-ASS >
                                 WS-S-ASSESS-AMT(WS-IDX-1, WS-SNAP-CRS)
                       MOVE "A" TO R-SNA-TYPE
                       MOVE WS-SNAP-CRS TO R-SNA-COURSE
                       MOVE WS-SNAP-ASS TO R-SNA-NUMBER
                       MOVE WS-S-ASSESS-GRADE
                           (WS-IDX-1, WS-SNAP-CRS, WS-SNAP-ASS)
                           TO R-SNA-GRADE
                       MOVE WS-S-ASSESS-WEIGHT
                           (WS-IDX-1, WS-SNAP-CRS, WS-SNAP-ASS)
                           TO R-SNA-WEIGHT
                       MOVE WS-S-ASSESS-CODE
                           (WS-IDX-1, WS-SNAP-CRS, WS-SNAP-ASS)
                           TO R-SNA-CODE
                       MOVE WS-S-ASSESS-LABEL
                           (WS-IDX-1, WS-SNAP-CRS, WS-SNAP-ASS)
                           TO R-SNA-LABEL
                       WRITE REC-SNAP-ASSESS
                   END-PERFORM
               END-IF
           END-PERFORM.
       0097-WRITE-SNAP-STUDENT-END.

      * Rebuilds the tables from the snapshot WS-SNAP-CLASS /
      * WS-SNAP-DATE name, in place of reading a class off
      * data/input.dat: starts the class fresh the way 0100 does,
      * then puts every row back where 0094 took it from. Students
      * are re-created through the same name/ID indexes the input
      * path uses, so lookups (amendments, the reprint filter) work
      * unchanged. A missing snapshot is an exception, and leaves
      * WS-SNAP-NOT-FOUND for the caller.
       0093-LOAD-SNAPSHOT-BEGIN.
           MOVE 0 TO WS-STUDENT-LGHT.
           MOVE 0 TO WS-COURSE-LGHT.
           MOVE 0 TO WS-SID-NDX-LGHT.
           MOVE 0 TO WS-STUDENT-ID.
           MOVE 0 TO WS-SCALE-LOADED.
           SET WS-CLASS-RECON-OK TO TRUE.
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-EXC-TYPE-LGHT
               MOVE 0 TO WS-EXC-T-CLASS-CNT(WS-IDX-EXC)
           END-PERFORM.
           MOVE 0 TO WS-EXC-CLASS-TOTAL.
           MOVE WS-SNAP-CLASS TO WS-CLASS-ID.
           MOVE SPACE TO WS-SNAPSHOT-FILENAME.
           IF WS-SNAP-CLASS EQUAL SPACE THEN
               STRING "data/snap_" DELIMITED BY SIZE
                      WS-SNAP-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILENAME
               END-STRING
           ELSE
               STRING "data/snap_" DELIMITED BY SIZE
                      WS-SNAP-CLASS DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      WS-SNAP-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILENAME
               END-STRING
           END-IF.
           SET WS-SNAP-NOT-FOUND TO TRUE.
           OPEN INPUT F-SNAPSHOT.
           IF NOT F-SNAPSHOT-STATUS-OK THEN
               DISPLAY "No snapshot " WS-SNAPSHOT-FILENAME
               MOVE "SNAPSHOT NOT FOUND" TO WS-0160P-TYPE
               MOVE SPACE TO WS-0160P-LASTNAME
               MOVE SPACE TO WS-0160P-FIRSTNAME
               MOVE SPACE TO WS-0160P-COURSE
               STRING WS-SNAP-CLASS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SNAP-DATE DELIMITED BY SIZE
                   INTO WS-0160P-COURSE
               END-STRING
               PERFORM 0160-WRITE-EXCEPTION-BEGIN
                  THRU 0160-WRITE-EXCEPTION-END
           ELSE
               SET WS-SNAP-WAS-FOUND TO TRUE
               PERFORM UNTIL F-SNAPSHOT-STATUS-EOF
                   READ F-SNAPSHOT
                       NOT AT END
                           PERFORM 0098-LOAD-SNAP-ROW-BEGIN
                              THRU 0098-LOAD-SNAP-ROW-END
                   END-READ
               END-PERFORM
               CLOSE F-SNAPSHOT
           END-IF.
       0093-LOAD-SNAPSHOT-END.

      * Puts one snapshot row back into the tables, by its type
      * byte. "G" and "A" rows belong to the "S" row before them;
      * a course or assessment number outside the tables is
      * dropped rather than trusted.
       0098-LOAD-SNAP-ROW-BEGIN.
           EVALUATE R-SN-TYPE
               WHEN "H"
                   MOVE R-SNH-CLASS-ID TO WS-CLASS-ID
                   MOVE R-SNH-LABEL TO WS-CLASS-LABEL
                   MOVE R-SNH-PERIOD TO WS-CLASS-PERIOD
                   MOVE R-SNH-PASS-CUTOFF TO WS-PASS-CUTOFF
                   IF R-SNH-RECON EQUAL "B" THEN
                       SET WS-CLASS-RECON-BAD TO TRUE
                   END-IF
               WHEN "L"
                   IF NOT WS-SCALE-WAS-LOADED THEN
                       MOVE 0 TO WS-SCALE-LGHT
                       SET WS-SCALE-WAS-LOADED TO TRUE
                   END-IF
                   IF WS-SCALE-LGHT < WS-SCALE-MAX THEN
                       ADD 1 TO WS-SCALE-LGHT
                       MOVE R-SNL-MIN TO WS-SCALE-MIN(WS-SCALE-LGHT)
                       MOVE R-SNL-LETTER
                           TO WS-SCALE-LETTER(WS-SCALE-LGHT)
                   END-IF
               WHEN "C"
                   IF WS-COURSE-LGHT < WS-COURSE-MAX THEN
                       ADD 1 TO WS-COURSE-LGHT
                       MOVE R-SNC-NAME TO WS-C-NAME(WS-COURSE-LGHT)
                       MOVE R-SNC-COEF TO WS-C-COEF(WS-COURSE-LGHT)
                       MOVE R-SNC-TEACHER
                           TO WS-C-TEACHER(WS-COURSE-LGHT)
                       MOVE R-SNC-CODE TO WS-C-CODE(WS-COURSE-LGHT)
                       MOVE R-SNC-CREDIT
                           TO WS-C-CREDIT(WS-COURSE-LGHT)
                       MOVE 0 TO WS-C-AVERAGE(WS-COURSE-LGHT)
                   END-IF
               WHEN "S"
                   MOVE R-SNS-LASTNAME TO WS-1500P-STUDENT-NAME
                   MOVE R-SNS-FIRSTNAME TO WS-1500P-STUDENT-FNAME
                   MOVE R-SNS-STUDENT-ID TO WS-INCOMING-ID
                   IF WS-INCOMING-ID NOT EQUAL 0 THEN
                       PERFORM 0193-CREATE-STUDENT-BY-ID-BEGIN
                          THRU 0193-CREATE-STUDENT-BY-ID-END
                   ELSE
                       PERFORM 1500-GET-STUDENT-INDEX-BEGIN
                          THRU 1500-GET-STUDENT-INDEX-END
                   END-IF
                   PERFORM 0190-INIT-NEW-STUDENT-BEGIN
                      THRU 0190-INIT-NEW-STUDENT-END
                   MOVE R-SNS-LASTNAME TO WS-S-LASTNAME(WS-STUDENT-ID)
                   MOVE R-SNS-FIRSTNAME
                       TO WS-S-FIRSTNAME(WS-STUDENT-ID)
                   MOVE R-SNS-AGE TO WS-S-AGE(WS-STUDENT-ID)
                   MOVE R-SNS-STUDENT-ID
                       TO WS-S-STUDENT-ID(WS-STUDENT-ID)
                   MOVE R-SNS-XFER-FROM
                       TO WS-S-XFER-FROM(WS-STUDENT-ID)
                   MOVE R-SNS-GRADE-AMT
                       TO WS-S-GRADE-AMT(WS-STUDENT-ID)
                   MOVE R-SNS-ABSENCES
                       TO WS-S-ABSENCES(WS-STUDENT-ID)
                   MOVE R-SNS-GUARD-SEEN
                       TO WS-S-GUARD-SEEN(WS-STUDENT-ID)
                   MOVE R-SNS-GUARD-NAME
                       TO WS-S-GUARD-NAME(WS-STUDENT-ID)
                   MOVE R-SNS-GUARD-STREET
                       TO WS-S-GUARD-STREET(WS-STUDENT-ID)
                   MOVE R-SNS-GUARD-CITY
                       TO WS-S-GUARD-CITY(WS-STUDENT-ID)
                   MOVE R-SNS-GUARD-POSTAL
                       TO WS-S-GUARD-POSTAL(WS-STUDENT-ID)
               WHEN "G"
                   MOVE R-SNG-COURSE TO WS-SNAP-CRS
                   IF WS-STUDENT-ID > 0 AND WS-SNAP-CRS > 0 AND
                      WS-SNAP-CRS <= WS-COURSE-LGHT THEN
                       MOVE R-SNG-GRADE
                           TO WS-S-GRADE(WS-STUDENT-ID, WS-SNAP-CRS)
                       MOVE R-SNG-STATUS TO WS-S-GRADE-STATUS
                           (WS-STUDENT-ID, WS-SNAP-CRS)
                       MOVE R-SNG-REQ TO WS-S-COURSE-REQ
                           (WS-STUDENT-ID, WS-SNAP-CRS)
                       MOVE R-SNG-ASSESS-AMT TO WS-S-ASSESS-AMT
                           (WS-STUDENT-ID, WS-SNAP-CRS)
                   END-IF
               WHEN "A"
                   MOVE R-SNA-COURSE TO WS-SNAP-CRS
                   MOVE R-SNA-NUMBER TO WS-SNAP-ASS
                   IF WS-STUDENT-ID > 0 AND WS-SNAP-CRS > 0 AND
                      WS-SNAP-CRS <= WS-COURSE-LGHT AND
                      WS-SNAP-ASS > 0 AND WS-SNAP-ASS <= 10 THEN
                       MOVE R-SNA-GRADE TO WS-S-ASSESS-GRADE
                           (WS-STUDENT-ID, WS-SNAP-CRS, WS-SNAP-ASS)
                       MOVE R-SNA-WEIGHT TO WS-S-ASSESS-WEIGHT
                           (WS-STUDENT-ID, WS-SNAP-CRS, WS-SNAP-ASS)
                       MOVE R-SNA-CODE TO WS-S-ASSESS-CODE
                           (WS-STUDENT-ID, WS-SNAP-CRS, WS-SNAP-ASS)
                       MOVE R-SNA-LABEL TO WS-S-ASSESS-LABEL
                           (WS-STUDENT-ID, WS-SNAP-CRS, WS-SNAP-ASS)
                   END-IF
           END-EVALUATE.
       0098-LOAD-SNAP-ROW-END.

      * A reprint run: rebuilds one frozen class off its snapshot
      * and regenerates its outputs under the reprint names, see
      * 0045-BUILD-REPORT-FILENAMES-BEGIN - the report and CSV, the
      * report cards, the teacher gradebook and the promotion
      * roster; or, when a student was named (by last name or
      * district ID), just that student's report card. Nothing is
      * posted and no snapshot is rewritten.
       0095-RUN-REPRINT-BEGIN.
           PERFORM 0093-LOAD-SNAPSHOT-BEGIN
              THRU 0093-LOAD-SNAPSHOT-END.
           ADD 1 TO WS-CLASSES-SEEN.
           IF WS-SNAP-WAS-FOUND THEN
               PERFORM 0200-COMPUTE-AVERAGES-BEGIN
                  THRU 0200-COMPUTE-AVERAGES-END
               PERFORM 0250-SORT-STUDENTS-BY-AVERAGE-BEGIN
                  THRU 0250-SORT-STUDENTS-BY-AVERAGE-END
               PERFORM 1100-INITIALIZE-OUTPUT-LINES-BEGIN
                  THRU 1100-INITIALIZE-OUTPUT-LINES-END
               MOVE 0 TO WS-RPT-MATCHED
               IF WS-RPT-STUDENT EQUAL SPACE THEN
                   PERFORM 0300-WRITE-OUTPUT-FILE-BEGIN
                      THRU 0300-WRITE-OUTPUT-FILE-END
                   PERFORM 0380-WRITE-REPORT-CARDS-BEGIN
                      THRU 0380-WRITE-REPORT-CARDS-END
                   PERFORM 0430-WRITE-TEACHER-REPORT-BEGIN
                      THRU 0430-WRITE-TEACHER-REPORT-END
                   PERFORM 0970-WRITE-PROMO-ROSTER-BEGIN
                      THRU 0970-WRITE-PROMO-ROSTER-END
               ELSE
                   PERFORM 0380-WRITE-REPORT-CARDS-BEGIN
                      THRU 0380-WRITE-REPORT-CARDS-END
                   IF WS-RPT-MATCHED EQUAL 0 THEN
                       DISPLAY "No student " WS-RPT-STUDENT
                           " in the snapshot"
                       MOVE "REPRINT NO STUDENT" TO WS-0160P-TYPE
                       MOVE WS-RPT-STUDENT TO WS-0160P-LASTNAME
                       MOVE SPACE TO WS-0160P-FIRSTNAME
                       MOVE WS-CLASS-ID TO WS-0160P-COURSE
                       PERFORM 0160-WRITE-EXCEPTION-BEGIN
                          THRU 0160-WRITE-EXCEPTION-END
                   END-IF
               END-IF
           END-IF.
           PERFORM 0480-RECORD-CLASS-SUMMARY-BEGIN
              THRU 0480-RECORD-CLASS-SUMMARY-END.
       0095-RUN-REPRINT-END.

      * An amendment run working from a snapshot instead of
      * data/input.dat: the frozen class is loaded, and if the
      * corrections file names it, corrected and put through the
      * whole 0090 chain like any amended class - superseding
      * outputs, history postings and a fresh snapshot of today.
       0096-AMEND-FROM-SNAPSHOT-BEGIN.
           PERFORM 0093-LOAD-SNAPSHOT-BEGIN
              THRU 0093-LOAD-SNAPSHOT-END.
           ADD 1 TO WS-CLASSES-SEEN.
           IF WS-SNAP-WAS-FOUND THEN
               PERFORM 0173-CHECK-CLASS-AMENDED-BEGIN
                  THRU 0173-CHECK-CLASS-AMENDED-END
               IF WS-CLASS-AMENDED-YES THEN
                   PERFORM 0175-APPLY-AMENDMENTS-BEGIN
                      THRU 0175-APPLY-AMENDMENTS-END
                   PERFORM 0090-PROCESS-CLASS-BEGIN
                      THRU 0090-PROCESS-CLASS-END
               END-IF
           END-IF.
           PERFORM 0480-RECORD-CLASS-SUMMARY-BEGIN
              THRU 0480-RECORD-CLASS-SUMMARY-END.
       0096-AMEND-FROM-SNAPSHOT-END.

      * Builds today's dated F-OUTPUT/F-EXCEPTIONS assignment names,
      * e.g. output/output_20260212.dat, so each day keeps its own
      * report instead of overwriting the previous day's. Also builds
      * WS-CSV-BASENAME, the same date stem F-CSV's per-class filename
      * is completed from, see 0345-OPEN-CSV-FILE-BEGIN.
       0045-BUILD-REPORT-FILENAMES-BEGIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      * An amendment run supersedes, never overwrites: its report,
      * exceptions/audit, CSV and cards all get "amended" names of
      * their own, so the nightly run's files stay on disk untouched
      * next to what replaced them.
           IF WS-MODE-AMEND THEN
               MOVE SPACE TO WS-OUTPUT-FILENAME
               STRING "output/amended_" DELIMITED BY SIZE
                   INTO WS-EXCEPTIONS-FILENAME
               END-STRING
           END-IF.
      * The anomaly review rides along with the report.
           MOVE SPACE TO WS-ANOMALY-FILENAME.
           IF WS-MODE-AMEND THEN
               STRING "output/amendanom_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-ANOMALY-FILENAME
               END-STRING
           ELSE
               STRING "output/anomaly_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-ANOMALY-FILENAME
               END-STRING
           END-IF.
      * So does the state extract with its rejects list, written
      * by a normal run only.
           MOVE SPACE TO WS-STATE-FILENAME.
           STRING "output/state_" DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-STATE-FILENAME
           END-STRING.
           MOVE SPACE TO WS-STATEREJ-FILENAME.
           STRING "output/staterej_" DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-STATEREJ-FILENAME
           END-STRING.
      * So does the missing-grade chase report.
           MOVE SPACE TO WS-CHASE-FILENAME.
           STRING "output/chase_" DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-CHASE-FILENAME
           END-STRING.
      * A reprint run writes everything under names of its own, so
      * a regenerated report never overwrites the day's real one.
           IF WS-MODE-REPRINT THEN
               MOVE SPACE TO WS-OUTPUT-FILENAME
               STRING "output/reprint_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-OUTPUT-FILENAME
               END-STRING
               MOVE SPACE TO WS-EXCEPTIONS-FILENAME
               STRING "output/reprintexc_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-EXCEPTIONS-FILENAME
               END-STRING
               MOVE SPACE TO WS-CSV-BASENAME
               STRING "output/reprint_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-CSV-BASENAME
               END-STRING
               MOVE SPACE TO WS-CARDS-BASENAME
               STRING "output/cards_reprint_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-CARDS-BASENAME
               END-STRING
               MOVE SPACE TO WS-TEACHER-BASENAME
               STRING "output/teacher_reprint_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-TEACHER-BASENAME
               END-STRING
               MOVE SPACE TO WS-PROMO-BASENAME
               STRING "output/promo_reprint_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-PROMO-BASENAME
               END-STRING
           END-IF.
      * A notices run writes its letters, and its exceptions under a
      * name of its own so the night batch's are never clobbered.
           IF WS-MODE-NOTICES THEN
               MOVE SPACE TO WS-NOTICES-FILENAME
               STRING "output/notices_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-NOTICES-FILENAME
               END-STRING
               MOVE SPACE TO WS-EXCEPTIONS-FILENAME
               STRING "output/noticeexc_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-EXCEPTIONS-FILENAME
               END-STRING
           END-IF.
      * A transcript run writes nothing but its dated transcript
      * file (and summary page below).
           IF WS-MODE-TRANSCRIPT THEN
                   INTO WS-TRANSCRIPT-FILENAME
               END-STRING
           END-IF.
      * An awards run writes its eligibility list under a dated name
      * of its own.
           IF WS-MODE-AWARDS THEN
               MOVE SPACE TO WS-AWARDLIST-FILENAME
               STRING "output/awards_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-AWARDLIST-FILENAME
               END-STRING
           END-IF.
      * A year-end run writes its final-grade report under a dated
      * name of its own.
           IF WS-MODE-YEAREND THEN
               MOVE SPACE TO WS-FINAL-FILENAME
               STRING "output/final_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-FINAL-FILENAME
               END-STRING
           END-IF.
      * A maintenance run leaves its audit of everything removed
      * under a dated name of its own.
           IF WS-MODE-MAINT THEN
                          ".dat" DELIMITED BY SIZE
                       INTO WS-SUMMARY-FILENAME
                   END-STRING
               WHEN WS-MODE-IMPORT
                   STRING "output/importsum_" DELIMITED BY SIZE
                          WS-CURRENT-DATE DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                       INTO WS-SUMMARY-FILENAME
                   END-STRING
               WHEN WS-MODE-REPRINT
                   STRING "output/reprintsum_" DELIMITED BY SIZE
                          WS-CURRENT-DATE DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                       INTO WS-SUMMARY-FILENAME
                   END-STRING
               WHEN WS-MODE-YEAREND
                   STRING "output/yearsum_" DELIMITED BY SIZE
                          WS-CURRENT-DATE DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                       INTO WS-SUMMARY-FILENAME
                   END-STRING
               WHEN WS-MODE-AWARDS
                   STRING "output/awardsum_" DELIMITED BY SIZE
                          WS-CURRENT-DATE DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                       INTO WS-SUMMARY-FILENAME
                          ".dat" DELIMITED BY SIZE
                       INTO WS-SUMMARY-FILENAME
                   END-STRING
               WHEN WS-MODE-NOTICES
                   STRING "output/noticesum_" DELIMITED BY SIZE
                          WS-CURRENT-DATE DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                       INTO WS-SUMMARY-FILENAME
                   END-STRING
               WHEN OTHER
                   STRING "output/summary_" DELIMITED BY SIZE
                          WS-CURRENT-DATE DELIMITED BY SIZE
                       INTO WS-SUMMARY-FILENAME
                   END-STRING
           END-EVALUATE.
      * The nightly stream leaves one page for all of its stages,
      * whichever stage it stopped at.
           IF WS-NIGHTLY-RUN THEN
               MOVE SPACE TO WS-SUMMARY-FILENAME
               STRING "output/nightsum_" DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SUMMARY-FILENAME
               END-STRING
           END-IF.
       0045-BUILD-REPORT-FILENAMES-END.

      * Opens the input, output and exceptions files, once for the
      * 0345-OPEN-CSV-FILE-BEGIN, opened and closed from within
      * 0300-WRITE-OUTPUT-FILE-BEGIN.
       0050-OPEN-FILES-BEGIN.
      * The nightly stream comes through here once per stage but is
      * one run: it keeps the first stage's start time and lock.
           IF NOT WS-LOCK-IS-HELD THEN
               ACCEPT WS-RUN-START-TIME FROM TIME
           END-IF.
           PERFORM 0045-BUILD-REPORT-FILENAMES-BEGIN
              THRU 0045-BUILD-REPORT-FILENAMES-END.
      * Every kind of run takes the lock before any shared file is
      * opened - an afternoon AMEND or VALIDATE starting while the
      * nightly batch is still writing is exactly the collision
      * being refused.
           IF NOT WS-LOCK-IS-HELD THEN
               PERFORM 0052-TAKE-RUN-LOCK-BEGIN
                  THRU 0052-TAKE-RUN-LOCK-END
           END-IF.
      * A transcript or maintenance run touches none of the batch
      * files: both read the history master whole (every posted
      * term, not just the latest - maintenance keeps the course
      * rows too) and write nothing but their own dated outputs.
      * A year-end run reads it the same way, plus the period
      * weights, and appends its final-grade rows to it afterwards.
      * An awards run reads it the same way too, plus the student
      * master for the retired IDs and the awards table.
           IF WS-MODE-TRANSCRIPT OR WS-MODE-MAINT OR
              WS-MODE-YEAREND OR WS-MODE-AWARDS THEN
               PERFORM 0071-LOAD-FULL-HISTORY-BEGIN
                  THRU 0071-LOAD-FULL-HISTORY-END
               IF WS-MODE-YEAREND THEN
                   PERFORM 0089-LOAD-PERIOD-WEIGHTS-BEGIN
                      THRU 0089-LOAD-PERIOD-WEIGHTS-END
               END-IF
               IF WS-MODE-AWARDS THEN
                   PERFORM 0085-LOAD-STUDENT-MASTER-BEGIN
                      THRU 0085-LOAD-STUDENT-MASTER-END
                   PERFORM 0082-LOAD-AWARDS-BEGIN
                      THRU 0082-LOAD-AWARDS-END
               END-IF
           ELSE
      * A reprint run reads nothing but its snapshot and the history
      * master, the latter only as it stood before the snapshot was
      * frozen so the trend section reads as it did then, and posts
      * nothing. A reprint of one student's card writes no report.
           IF WS-MODE-REPRINT THEN
               PERFORM 0070-LOAD-HISTORY-BEGIN
                  THRU 0070-LOAD-HISTORY-END
               PERFORM 0078-LOAD-NOTICE-LOG-BEGIN
                  THRU 0078-LOAD-NOTICE-LOG-END
               IF WS-RPT-STUDENT EQUAL SPACE THEN
                   OPEN OUTPUT F-OUTPUT
               END-IF
               OPEN OUTPUT F-EXCEPTIONS
           ELSE
      * An import run reads the registrar's extract and writes the
      * staged input plus its own rejects - and only stages once
               END-IF
               OPEN OUTPUT F-EXCEPTIONS
           ELSE
      * An amendment run working from a snapshot never reads the
      * input at all.
               IF WS-SNAP-SOURCE-NO THEN
                   OPEN INPUT F-INPUT
               END-IF
      * The student master is loaded for every kind of batch run -
      * the validate-only pre-flight needs the ID checks most of
      * all.
               PERFORM 0085-LOAD-STUDENT-MASTER-BEGIN
                  THRU 0085-LOAD-STUDENT-MASTER-END
      * So is the course catalog, for the same reason.
               PERFORM 0087-LOAD-COURSE-CATALOG-BEGIN
                  THRU 0087-LOAD-COURSE-CATALOG-END
      * The notice log is read by every run that writes a promotion
      * roster, and by the notices run itself, which alone adds to
      * it.
               IF NOT WS-MODE-VALIDATE THEN
                   PERFORM 0078-LOAD-NOTICE-LOG-BEGIN
                      THRU 0078-LOAD-NOTICE-LOG-END
               END-IF
               IF WS-MODE-NOTICES THEN
                   OPEN OUTPUT F-NOTICES
                   OPEN EXTEND F-NOTICELOG
                   IF F-NOTICELOG-STATUS-NO-FILE THEN
                       OPEN OUTPUT F-NOTICELOG
                   END-IF
               END-IF
      * The checkpoint belongs to the nightly run - an amendment or
      * validate-only run neither honors nor touches it, so those
      * always start from the top of the input and never extend the
                   IF WS-RESTART-CLASSES-DONE > 0 THEN
                       SET WS-RUN-RESTARTED TO TRUE
                   END-IF
      * So is the open-items file, which only the nightly run
      * keeps.
                   PERFORM 0083-LOAD-OPEN-ITEMS-BEGIN
                      THRU 0083-LOAD-OPEN-ITEMS-END
      * The state extract is rebuilt whole on every normal run, a
      * restarted one included - its trailer has to total the
      * whole file, see the class loop.
                   OPEN OUTPUT F-STATE
                   OPEN OUTPUT F-STATEREJ
               END-IF
      * A validate-only run also leaves the grade-history master
      * alone - nothing it does should change what the night batch
      * later compares against or posts. A notices run has no use
      * for it either.
               IF NOT WS-MODE-VALIDATE AND NOT WS-MODE-NOTICES THEN
                   PERFORM 0070-LOAD-HISTORY-BEGIN
                      THRU 0070-LOAD-HISTORY-END
               END-IF
                   IF F-EXCEPTIONS-STATUS-NO-FILE THEN
                       OPEN OUTPUT F-EXCEPTIONS
                   END-IF
                   OPEN EXTEND F-ANOMALY
                   IF F-ANOMALY-STATUS-NO-FILE THEN
                       OPEN OUTPUT F-ANOMALY
                   END-IF
               ELSE
      * A validate-only run never opens the report file at all - no
      * dated output may exist for a batch that was only checked.
      * Nor does a notices run, which writes only its letters.
                   IF NOT WS-MODE-VALIDATE AND NOT WS-MODE-NOTICES
                      THEN
                       OPEN OUTPUT F-OUTPUT
                       OPEN OUTPUT F-ANOMALY
                   END-IF
                   OPEN OUTPUT F-EXCEPTIONS
               END-IF
           END-IF
           END-IF
           END-IF.
       0050-OPEN-FILES-END.

              THRU 0987-FORMAT-SUM-TIME-END.
           MOVE WS-SUM-TIME-ED TO WS-LOCK-TIME.
           MOVE WS-RUN-MODE TO WS-LOCK-MODE.
      * The nightly stream holds it as "S", whatever stage it is at.
           IF WS-NIGHTLY-RUN THEN
               MOVE "S" TO WS-LOCK-MODE
           END-IF.
           OPEN OUTPUT F-LOCK.
           MOVE WS-LOCK-LINE TO REC-F-LOCK.
           WRITE REC-F-LOCK.
           CLOSE F-LOCK.
           SET WS-LOCK-IS-HELD TO TRUE.
       0052-TAKE-RUN-LOCK-END.

      * On a restart, rebuilds F-OUTPUT/F-EXCEPTIONS/F-ANOMALY down
      * to exactly the R-CKPT-OUTPUT-LINES/R-CKPT-EXCEPT-LINES/
      * R-CKPT-ANOMALY-LINES the checkpoint last confirmed, copying
      * only that many leading lines from each file into a scratch
      * file and swapping it into place, before 0050-OPEN-FILES-BEGIN
      * extends any of them. Without this, an
      * abend partway through writing a class's report leaves that
      * class's partial section dangling at the end of the file, and
      * OPEN EXTEND would append the redone class's report right after
                   RETURNING WS-CBL-RETURN-CODE
               END-CALL
           END-IF.

           MOVE SPACE TO WS-ANOMALY-TRIM-FILENAME.
           STRING WS-ANOMALY-FILENAME DELIMITED BY SPACE
                  ".trim" DELIMITED BY SIZE
               INTO WS-ANOMALY-TRIM-FILENAME
           END-STRING.
           MOVE 0 TO WS-TRIM-LINE-COUNT.
           OPEN INPUT F-ANOMALY.
           IF F-ANOMALY-STATUS-OK THEN
               OPEN OUTPUT F-ANOMALY-TRIM
               PERFORM UNTIL
                       WS-TRIM-LINE-COUNT >= WS-RESTART-ANOMALY-LINES
                   READ F-ANOMALY
                       AT END
                           MOVE WS-RESTART-ANOMALY-LINES
                               TO WS-TRIM-LINE-COUNT
                       NOT AT END
                           MOVE REC-F-ANOMALY TO REC-F-ANOMALY-TRIM
                           WRITE REC-F-ANOMALY-TRIM
                           ADD 1 TO WS-TRIM-LINE-COUNT
                   END-READ
               END-PERFORM
               CLOSE F-ANOMALY
               CLOSE F-ANOMALY-TRIM
               CALL "CBL_DELETE_FILE" USING WS-ANOMALY-FILENAME
                   RETURNING WS-CBL-RETURN-CODE
               END-CALL
               CALL "CBL_RENAME_FILE" USING WS-ANOMALY-TRIM-FILENAME
                                            WS-ANOMALY-FILENAME
                   RETURNING WS-CBL-RETURN-CODE
               END-CALL
           END-IF.
       0055-TRIM-STALE-OUTPUT-END.

      * Closes the input, output and exceptions files, once for the
      * reads the extract, not the staged input (both closed by
      * 0140 as the conversion ends), but does write exceptions.
           IF NOT WS-MODE-TRANSCRIPT AND NOT WS-MODE-IMPORT AND
              NOT WS-MODE-MAINT AND NOT WS-MODE-YEAREND AND
              NOT WS-MODE-REPRINT AND NOT WS-MODE-AWARDS AND
              WS-SNAP-SOURCE-NO THEN
               CLOSE F-INPUT
           END-IF.
           IF NOT WS-MODE-TRANSCRIPT AND NOT WS-MODE-MAINT AND
              NOT WS-MODE-YEAREND AND NOT WS-MODE-AWARDS THEN
      * A transfer still pending or held at end of run never found
      * both of its classes - say so before the file closes.
               IF NOT WS-MODE-IMPORT THEN
      * reports and posts - normal or amendment.
           IF WS-MODE-NORMAL OR WS-MODE-AMEND THEN
               CLOSE F-OUTPUT
               CLOSE F-ANOMALY
               CLOSE F-HISTORY
           END-IF.
      * So are the letters and the notice log on a notices run.
           IF WS-MODE-NOTICES THEN
               CLOSE F-NOTICES
               CLOSE F-NOTICELOG
           END-IF.
      * The state extract gets its trailer once every class is in.
           IF WS-MODE-NORMAL THEN
               PERFORM 0339-CLOSE-STATE-EXTRACT-BEGIN
                  THRU 0339-CLOSE-STATE-EXTRACT-END
      * So does the chase report, and the open-items file is
      * written back for tomorrow night.
               PERFORM 0370-WRITE-CHASE-REPORT-BEGIN
                  THRU 0370-WRITE-CHASE-REPORT-END
               PERFORM 0373-REWRITE-OPEN-ITEMS-BEGIN
                  THRU 0373-REWRITE-OPEN-ITEMS-END
           END-IF.
      * A reprint posts nothing, and writes a report only for a
      * whole class.
           IF WS-MODE-REPRINT AND WS-RPT-STUDENT EQUAL SPACE THEN
               CLOSE F-OUTPUT
           END-IF.
      * A clean, complete run needs no more restarting - clear the
      * checkpoint so the next run (presumably on the next day's file)
      * starts from scratch instead of skipping classes that belong to
               PERFORM 0995-CLEAR-CHECKPOINT-BEGIN
                  THRU 0995-CLEAR-CHECKPOINT-END
           END-IF.
      * Then the run is finished - except a nightly stream's stage,
      * which leaves that to the end of the stream, see
      * 1000-RUN-NIGHTLY-BEGIN.
           IF NOT WS-NIGHTLY-RUN THEN
               PERFORM 0989-FINISH-RUN-BEGIN
                  THRU 0989-FINISH-RUN-END
           END-IF.
       0990-CLOSE-FILES-END.

      * Grade the run for the scheduler, leave the operator's summary
      * page, and hand the code back. The abend paths (course table,
      * amendment table) set 16 and stop on the spot, so they never
      * reach here.
       0989-FINISH-RUN-BEGIN.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-EXC-RUN-TOTAL TO WS-EXC-RC-TOTAL.
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
               END-IF
           END-PERFORM.
           EVALUATE TRUE
      * A nightly stream that stopped short of reporting produced
      * nothing to release, same as a reconciliation failure.
               WHEN WS-NIGHTLY-RUN AND NOT WS-NGT-COMPLETED
                   MOVE 8 TO WS-PLANNED-RC
               WHEN WS-RUN-RECON-FAILED
                   MOVE 8 TO WS-PLANNED-RC
      * So does an anomaly review finding, until someone signs the
      * review off, and a line the stream's import rejected.
               WHEN WS-EXC-RC-TOTAL > 0 OR WS-ANM-RUN-CNT > 0 OR
                    WS-NGT-IMP-REJECTS > 0
                   MOVE 4 TO WS-PLANNED-RC
               WHEN OTHER
                   MOVE 0 TO WS-PLANNED-RC
           PERFORM 0988-RELEASE-RUN-LOCK-BEGIN
              THRU 0988-RELEASE-RUN-LOCK-END.
           MOVE WS-PLANNED-RC TO RETURN-CODE.
       0989-FINISH-RUN-END.

      * Writes one TRANSFER UNRESOLVED exception for every "09"
      * transfer the run never completed: its source class never
           MOVE WS-RECORDS-READ TO WS-LED-READ.
           MOVE WS-EXC-RUN-TOTAL TO WS-LED-EXC.
           MOVE WS-PLANNED-RC TO WS-LED-RC.
           MOVE WS-NGT-OUTCOME TO WS-LED-STREAM.
           MOVE WS-LEDGER-LINE TO REC-F-LEDGER.
           WRITE REC-F-LEDGER.
           CLOSE F-LEDGER.
           OPEN OUTPUT F-SUMMARY.
           MOVE WS-CURRENT-DATE TO WS-SUM-DATE.
           EVALUATE TRUE
               WHEN WS-NIGHTLY-RUN
                   MOVE "NIGHTLY" TO WS-SUM-MODE
               WHEN WS-MODE-AMEND
                   MOVE "AMENDMENT" TO WS-SUM-MODE
               WHEN WS-MODE-VALIDATE
                   MOVE "VALIDATE" TO WS-SUM-MODE
               WHEN WS-MODE-TRANSCRIPT
                   MOVE "TRANSCRIPT" TO WS-SUM-MODE
               WHEN WS-MODE-AWARDS
                   MOVE "AWARDS" TO WS-SUM-MODE
               WHEN WS-MODE-IMPORT
                   MOVE "IMPORT" TO WS-SUM-MODE
               WHEN WS-MODE-MAINT
                   MOVE "MAINT" TO WS-SUM-MODE
               WHEN WS-MODE-YEAREND
                   MOVE "YEAREND" TO WS-SUM-MODE
               WHEN WS-MODE-REPRINT
                   MOVE "REPRINT" TO WS-SUM-MODE
               WHEN WS-MODE-NOTICES
                   MOVE "NOTICES" TO WS-SUM-MODE
               WHEN OTHER
                   MOVE "NORMAL" TO WS-SUM-MODE
           END-EVALUATE.
           MOVE WS-SUM-TIME-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.

      * A nightly stream first says how far it got and why it
      * stopped; the counts below are then the last stage's.
           IF WS-NIGHTLY-RUN THEN
               PERFORM 0984-WRITE-STREAM-SUMMARY-BEGIN
                  THRU 0984-WRITE-STREAM-SUMMARY-END
           END-IF.

           MOVE "CLASSES PROCESSED" TO WS-SUM-CNT-LABEL.
           MOVE WS-CLASSES-SEEN TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.

           IF WS-MODE-NORMAL OR WS-MODE-AMEND THEN
               MOVE "ANOMALIES FLAGGED" TO WS-SUM-CNT-LABEL
               MOVE WS-ANM-RUN-CNT TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
           END-IF.
           IF WS-MODE-NORMAL THEN
               MOVE "STATE EXTRACT ROWS" TO WS-SUM-CNT-LABEL
               MOVE WS-STX-DETAILS TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "STATE HELD STUDENTS" TO WS-SUM-CNT-LABEL
               MOVE WS-STX-HELD TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "STATE REJECT ROWS" TO WS-SUM-CNT-LABEL
               MOVE WS-STX-REJECT-ROWS TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "OPEN GRADE ITEMS" TO WS-SUM-CNT-LABEL
               MOVE WS-CHS-OPEN TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "ITEMS ESCALATED" TO WS-SUM-CNT-LABEL
               MOVE WS-CHS-ESCALATED TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "ITEMS CLOSED" TO WS-SUM-CNT-LABEL
               MOVE WS-CHS-CLOSED TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
           END-IF.
           IF WS-MODE-AWARDS THEN
               MOVE "AWARDS ON TABLE" TO WS-SUM-CNT-LABEL
               MOVE WS-AW-LGHT TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "STUDENTS EVALUATED" TO WS-SUM-CNT-LABEL
               MOVE WS-AWD-STUDENTS TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "RETIRED ID POSTINGS" TO WS-SUM-CNT-LABEL
               MOVE WS-AWD-RETIRED TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "AWARD LISTINGS" TO WS-SUM-CNT-LABEL
               MOVE WS-AWD-LISTED TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
           END-IF.
           IF WS-MODE-NOTICES THEN
               MOVE "NOTICE LETTERS" TO WS-SUM-CNT-LABEL
               MOVE WS-NTC-LETTERS TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "NOTICE ITEMS LOGGED" TO WS-SUM-CNT-LABEL
               MOVE WS-NTC-ITEMS TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
               MOVE "NOTICES UNSENT" TO WS-SUM-CNT-LABEL
               MOVE WS-NTC-UNSENT TO WS-SUM-CNT
               MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY
               WRITE REC-F-SUMMARY
           END-IF.

      * Whole-run breakdown by type.
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-EXC-TYPE-LGHT
           CLOSE F-SUMMARY.
       0985-WRITE-RUN-SUMMARY-END.

      * Writes the nightly stream's block of the summary page: what
      * the import staged and rejected, what the validation pass
      * found against the gate's limits, and the stream's outcome.
      * A stage that never ran shows zeros.
       0984-WRITE-STREAM-SUMMARY-BEGIN.
           MOVE "IMPORT LINES READ" TO WS-SUM-CNT-LABEL.
           MOVE WS-NGT-IMP-READ TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           MOVE "IMPORT STAGED" TO WS-SUM-CNT-LABEL.
           MOVE WS-NGT-IMP-STAGED TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           MOVE "IMPORT REJECTS" TO WS-SUM-CNT-LABEL.
           MOVE WS-NGT-IMP-REJECTS TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           MOVE "VALIDATE CLASSES" TO WS-SUM-CNT-LABEL.
           MOVE WS-NGT-VAL-CLASSES TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           MOVE "VALIDATE REJECTS" TO WS-SUM-CNT-LABEL.
           MOVE WS-NGT-VAL-EXC TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           MOVE "VALIDATE BAD CLASSES" TO WS-SUM-CNT-LABEL.
           MOVE WS-NGT-VAL-BAD TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           MOVE "GATE MAX REJECTS" TO WS-SUM-CNT-LABEL.
           MOVE WS-NGT-MAX-REJECTS TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           MOVE "GATE MAX BAD CLASSES" TO WS-SUM-CNT-LABEL.
           MOVE WS-NGT-MAX-BAD-CLASSES TO WS-SUM-CNT.
           MOVE WS-SUM-COUNT-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           MOVE WS-NGT-OUTCOME TO WS-SUM-STREAM-OUT.
           MOVE WS-NGT-REASON TO WS-SUM-STREAM-WHY.
           MOVE WS-SUM-STREAM-LINE TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
       0984-WRITE-STREAM-SUMMARY-END.

      * Reshapes an HHMMSSss time already moved to WS-SUM-TIME-ED
      * into HH:MM:SS, dropping the hundredths.
       0987-FORMAT-SUM-TIME-BEGIN.
                               TO WS-OUTPUT-LINES-WRITTEN
                           MOVE R-CKPT-EXCEPT-LINES
                               TO WS-EXCEPT-LINES-WRITTEN
                           MOVE R-CKPT-ANOMALY-LINES
                               TO WS-RESTART-ANOMALY-LINES
                           MOVE R-CKPT-ANOMALY-LINES
                               TO WS-ANM-RUN-CNT
                       END-IF
               END-READ
               CLOSE F-CHECKPOINT
           ELSE
               MOVE WS-RESTART-CLASSES-DONE TO R-CKPT-CLASSES-DONE
           END-IF.
      * WS-OUTPUT-LINES-WRITTEN/WS-EXCEPT-LINES-WRITTEN/
      * WS-ANM-RUN-CNT only grow when a class actually gets
      * (re)written (0300/0160/0325), so unlike classes-done above
      * there is no lower checkpointed figure they could ever regress
      * below.
           MOVE WS-OUTPUT-LINES-WRITTEN TO R-CKPT-OUTPUT-LINES.
           MOVE WS-EXCEPT-LINES-WRITTEN TO R-CKPT-EXCEPT-LINES.
           MOVE WS-ANM-RUN-CNT TO R-CKPT-ANOMALY-LINES.
           OPEN OUTPUT F-CHECKPOINT.
           WRITE REC-F-CHECKPOINT.
           CLOSE F-CHECKPOINT.
               PERFORM UNTIL F-HISTORY-STATUS-EOF
                   READ F-HISTORY
                       NOT AT END
      * A reprint only sees what was posted before its snapshot.
                           IF WS-MODE-REPRINT AND
                              R-H-DATE NOT < WS-SNAP-DATE THEN
                               MOVE SPACE TO R-H-TYPE
                           END-IF
                           IF R-H-TYPE EQUAL "S" THEN
                               MOVE R-H-CLASS-ID TO WS-1700P-CLASS
                               MOVE R-H-LASTNAME TO WS-1700P-LASTNAME
                               END-IF
                               MOVE R-H-AVERAGE TO WS-0075P-AVERAGE
                               MOVE R-H-DATE TO WS-0075P-DATE
      * A year-end final sits beside the latest period posting, it
      * doesn't replace it, see 0076-UPSERT-HISTORY-FINAL-BEGIN.
                               IF R-H-PERIOD EQUAL "FY" THEN
                                 PERFORM
                                    0076-UPSERT-HISTORY-FINAL-BEGIN
                                    THRU 0076-UPSERT-HISTORY-FINAL-END
                               ELSE
                                   PERFORM 0075-UPSERT-HISTORY-BEGIN
                                      THRU 0075-UPSERT-HISTORY-END
                               END-IF
                           END-IF
      * Course rows from before today feed the anomaly review; a
      * course nobody was graded in posts 0,00 and is no baseline.
                           IF R-H-TYPE EQUAL "C" AND
                              R-HC-DATE < WS-CURRENT-DATE AND
                              R-HC-AVERAGE > 0 THEN
                               PERFORM 0077-UPSERT-COURSE-HIST-BEGIN
                                  THRU 0077-UPSERT-COURSE-HIST-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORY
           END-IF.
           IF NOT WS-MODE-REPRINT THEN
               OPEN EXTEND F-HISTORY
               IF F-HISTORY-STATUS-NO-FILE THEN
                   OPEN OUTPUT F-HISTORY
               END-IF
           END-IF.
       0070-LOAD-HISTORY-END.

                       TO WS-H-AVERAGE(WS-1700R-INSERT-AT)
                   MOVE WS-0075P-DATE
                       TO WS-H-DATE(WS-1700R-INSERT-AT)
                   MOVE 0 TO WS-H-FINAL-DATE(WS-1700R-INSERT-AT)
                   MOVE 0 TO WS-H-FINAL-AVG(WS-1700R-INSERT-AT)
               END-IF
           END-IF.
       0075-UPSERT-HISTORY-END.

      * Inserts or refreshes one class/course key in the sorted
      * WS-CRS-HIST table off a "C" history row, same upsert shape as
      * 0075: later rows supersede earlier ones, a new key is slotted
      * in where 1730-FIND-COURSE-HIST-BEGIN says.
       0077-UPSERT-COURSE-HIST-BEGIN.
           MOVE R-HC-CLASS-ID TO WS-1730P-CLASS.
           MOVE R-HC-COURSE TO WS-1730P-COURSE.
           PERFORM 1730-FIND-COURSE-HIST-BEGIN
              THRU 1730-FIND-COURSE-HIST-END.
           IF WS-1730R-INDEX NOT EQUAL 0 THEN
               MOVE R-HC-AVERAGE TO WS-CRH-AVERAGE(WS-1730R-INDEX)
               MOVE R-HC-DATE TO WS-CRH-DATE(WS-1730R-INDEX)
           ELSE
               IF WS-CRH-LGHT EQUAL WS-CRH-MAX THEN
                   IF NOT WS-CRH-FULL-WAS-WARNED THEN
                       DISPLAY "Course history table full, maximum of "
                           WS-CRH-MAX " entries, review partial"
                       SET WS-CRH-FULL-WAS-WARNED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-CRH-LGHT
                   PERFORM VARYING WS-IDX-CRH
                           FROM WS-CRH-LGHT BY -1
                           UNTIL WS-IDX-CRH <= WS-1730R-INSERT-AT
                       MOVE WS-CRS-HIST(WS-IDX-CRH - 1)
                           TO WS-CRS-HIST(WS-IDX-CRH)
                   END-PERFORM
                   MOVE WS-1730P-KEY
                       TO WS-CRH-KEY(WS-1730R-INSERT-AT)
                   MOVE R-HC-AVERAGE
                       TO WS-CRH-AVERAGE(WS-1730R-INSERT-AT)
                   MOVE R-HC-DATE
                       TO WS-CRH-DATE(WS-1730R-INSERT-AT)
               END-IF
           END-IF.
       0077-UPSERT-COURSE-HIST-END.

      * Inserts or refreshes the year-end final grade of one
      * class/student key in WS-HISTORY, same parameters and upsert
      * shape as 0075. A key first seen through its final gets a
      * zero period date, so the trend section and the transfer
      * re-key treat it as having no period posting at all.
       0076-UPSERT-HISTORY-FINAL-BEGIN.
           PERFORM 1700-FIND-HISTORY-ENTRY-BEGIN
              THRU 1700-FIND-HISTORY-ENTRY-END.
           IF WS-1700R-INDEX NOT EQUAL 0 THEN
               MOVE WS-0075P-AVERAGE
                   TO WS-H-FINAL-AVG(WS-1700R-INDEX)
               MOVE WS-0075P-DATE TO WS-H-FINAL-DATE(WS-1700R-INDEX)
           ELSE
               IF WS-HISTORY-LGHT EQUAL WS-HISTORY-MAX THEN
                   IF NOT WS-HISTORY-FULL-WAS-WARNED THEN
                       DISPLAY "History table full, maximum of "
                           WS-HISTORY-MAX " entries, trends partial"
                       SET WS-HISTORY-FULL-WAS-WARNED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-HISTORY-LGHT
                   PERFORM VARYING WS-IDX-HIST
                           FROM WS-HISTORY-LGHT BY -1
                           UNTIL WS-IDX-HIST <= WS-1700R-INSERT-AT
                       MOVE WS-HISTORY(WS-IDX-HIST - 1)
                           TO WS-HISTORY(WS-IDX-HIST)
                   END-PERFORM
                   MOVE WS-1700P-KEY
                       TO WS-H-KEY(WS-1700R-INSERT-AT)
                   MOVE 0 TO WS-H-AVERAGE(WS-1700R-INSERT-AT)
                   MOVE 0 TO WS-H-DATE(WS-1700R-INSERT-AT)
                   MOVE WS-0075P-AVERAGE
                       TO WS-H-FINAL-AVG(WS-1700R-INSERT-AT)
                   MOVE WS-0075P-DATE
                       TO WS-H-FINAL-DATE(WS-1700R-INSERT-AT)
               END-IF
           END-IF.
       0076-UPSERT-HISTORY-FINAL-END.

      * Loads the grade-history master whole into the WS-TRANS
      * table for a transcript run: EVERY "S" row, not just the
      * latest per key, since the transcript is the run-over-run
                                   MOVE 0 TO WS-1710P-STUD-ID
                               END-IF
                               MOVE R-H-DATE TO WS-1710P-DATE
                               MOVE R-H-PERIOD TO WS-1710P-PERIOD
                               PERFORM 0072-UPSERT-TRANS-BEGIN
                                  THRU 0072-UPSERT-TRANS-END
                           END-IF
                               MOVE R-HC-CLASS-ID TO WS-1720P-CLASS
                               MOVE R-HC-COURSE TO WS-1720P-COURSE
                               MOVE R-HC-DATE TO WS-1720P-DATE
                               MOVE R-HC-PERIOD TO WS-1720P-PERIOD
                               PERFORM 0073-UPSERT-CTRANS-BEGIN
                                  THRU 0073-UPSERT-CTRANS-END
                           END-IF
              THRU 1710-FIND-TRANS-ENTRY-END.
           IF WS-1710R-INDEX NOT EQUAL 0 THEN
               MOVE R-H-AVERAGE TO WS-T-AVERAGE(WS-1710R-INDEX)
               MOVE R-H-CREDITS TO WS-T-CREDITS(WS-1710R-INDEX)
           ELSE
               IF WS-TRANS-LGHT EQUAL WS-TRANS-MAX THEN
      * Past the cap, a maintenance run must refuse outright: the
                       TO WS-T-SORT-KEY(WS-1710R-INSERT-AT)
                   MOVE R-H-AVERAGE
                       TO WS-T-AVERAGE(WS-1710R-INSERT-AT)
                   MOVE R-H-CREDITS
                       TO WS-T-CREDITS(WS-1710R-INSERT-AT)
               END-IF
           END-IF.
       0072-UPSERT-TRANS-END.
              THRU 1720-FIND-CTRANS-ENTRY-END.
           IF WS-1720R-INDEX NOT EQUAL 0 THEN
               MOVE R-HC-AVERAGE TO WS-CT-AVERAGE(WS-1720R-INDEX)
               MOVE R-HC-CODE TO WS-CT-CODE(WS-1720R-INDEX)
               MOVE R-HC-CREDIT TO WS-CT-CREDIT(WS-1720R-INDEX)
           ELSE
               IF WS-CTRANS-LGHT EQUAL WS-CTRANS-MAX THEN
      * Only the maintenance run loads course rows, and it rewrites
                       TO WS-CT-SORT-KEY(WS-1720R-INSERT-AT)
                   MOVE R-HC-AVERAGE
                       TO WS-CT-AVERAGE(WS-1720R-INSERT-AT)
                   MOVE R-HC-CODE
                       TO WS-CT-CODE(WS-1720R-INSERT-AT)
                   MOVE R-HC-CREDIT
                       TO WS-CT-CREDIT(WS-1720R-INSERT-AT)
               END-IF
           END-IF.
       0073-UPSERT-CTRANS-END.
                               MOVE 0
                                   TO WS-AMD-STUD-ID(WS-AMEND-LGHT)
                           END-IF
                           MOVE R-AMD-REASON
                               TO WS-AMD-REASON(WS-AMEND-LGHT)
                           MOVE R-AMD-KEYED-BY
                               TO WS-AMD-KEYED-BY(WS-AMEND-LGHT)
                           MOVE R-AMD-KEYED-DATE
                               TO WS-AMD-KEYED-DATE(WS-AMEND-LGHT)
                           MOVE R-AMD-KEYED-TIME
                               TO WS-AMD-KEYED-TIME(WS-AMEND-LGHT)
                   END-READ
               END-PERFORM
               CLOSE F-AMEND
           END-IF.
       0080-LOAD-AMENDMENTS-END.

      * Loads the open-items file into the WS-OPEN-ITEM table. No
      * file on disk just means no gap has been seen yet.
       0083-LOAD-OPEN-ITEMS-BEGIN.
           OPEN INPUT F-OPENITEMS.
           IF F-OPENITEMS-STATUS-OK THEN
               PERFORM UNTIL F-OPENITEMS-STATUS-EOF
                   READ F-OPENITEMS
                       NOT AT END
                           PERFORM 0084-STORE-OPEN-ITEM-ROW-BEGIN
                              THRU 0084-STORE-OPEN-ITEM-ROW-END
                   END-READ
               END-PERFORM
               CLOSE F-OPENITEMS
           END-IF.
       0083-LOAD-OPEN-ITEMS-END.

      * Keys one open-items row the way the table holds it and
      * enters it; a repeated key takes the later row. A row whose
      * ID, dates or run count aren't numeric is dropped with a
      * console note.
       0084-STORE-OPEN-ITEM-ROW-BEGIN.
           IF R-OI-STUDENT-ID IS NOT NUMERIC OR
              R-OI-FIRST-SEEN IS NOT NUMERIC OR
              R-OI-LAST-SEEN IS NOT NUMERIC OR
              R-OI-RUNS IS NOT NUMERIC THEN
               DISPLAY "Open-items row dropped: " REC-OPEN-ITEM
           ELSE
               MOVE R-OI-CLASS-ID TO WS-1780P-CLASS-ID
               MOVE R-OI-STUDENT-ID TO WS-1780P-STUDENT-ID
               IF R-OI-STUDENT-ID EQUAL 0 THEN
                   MOVE R-OI-LASTNAME TO WS-1780P-LASTNAME
                   MOVE R-OI-FIRSTNAME TO WS-1780P-FIRSTNAME
               ELSE
                   MOVE SPACE TO WS-1780P-LASTNAME
                   MOVE SPACE TO WS-1780P-FIRSTNAME
               END-IF
               MOVE R-OI-COURSE TO WS-1780P-COURSE
               MOVE R-OI-LASTNAME TO WS-0152P-LASTNAME
               MOVE R-OI-FIRSTNAME TO WS-0152P-FIRSTNAME
               MOVE R-OI-TEACHER TO WS-0152P-TEACHER
               MOVE R-OI-DEPT TO WS-0152P-DEPT
               MOVE R-OI-FIRST-SEEN TO WS-0152P-FIRST-SEEN
               MOVE R-OI-LAST-SEEN TO WS-0152P-LAST-SEEN
               MOVE R-OI-RUNS TO WS-0152P-RUNS
               PERFORM 1780-FIND-OPEN-ITEM-BEGIN
                  THRU 1780-FIND-OPEN-ITEM-END
               IF WS-1780R-INDEX NOT EQUAL 0 THEN
                   MOVE WS-0152P-LASTNAME
                       TO WS-OI-LASTNAME(WS-1780R-INDEX)
                   MOVE WS-0152P-FIRSTNAME
                       TO WS-OI-FIRSTNAME(WS-1780R-INDEX)
                   MOVE WS-0152P-TEACHER
                       TO WS-OI-TEACHER(WS-1780R-INDEX)
                   MOVE WS-0152P-DEPT TO WS-OI-DEPT(WS-1780R-INDEX)
                   MOVE WS-0152P-FIRST-SEEN
                       TO WS-OI-FIRST-SEEN(WS-1780R-INDEX)
                   MOVE WS-0152P-LAST-SEEN
                       TO WS-OI-LAST-SEEN(WS-1780R-INDEX)
                   MOVE WS-0152P-RUNS TO WS-OI-RUNS(WS-1780R-INDEX)
               ELSE
                   PERFORM 0153-INSERT-OPEN-ITEM-BEGIN
                      THRU 0153-INSERT-OPEN-ITEM-END
               END-IF
           END-IF.
       0084-STORE-OPEN-ITEM-ROW-END.

      * Loads the notice log into the WS-NOTICE-LOG table, latest
      * notice per key, after working out the window start a logged
      * notice has to fall on or after to still count as sent:
      * WS-NTC-WINDOW-MONTHS before the run date. No file on disk
      * just means no notice has gone out yet.
       0078-LOAD-NOTICE-LOG-BEGIN.
           MOVE WS-CURRENT-DATE TO WS-NTC-FROM-DATE.
           IF WS-NTC-FROM-MM > WS-NTC-WINDOW-MONTHS THEN
               SUBTRACT WS-NTC-WINDOW-MONTHS FROM WS-NTC-FROM-MM
           ELSE
               SUBTRACT 1 FROM WS-NTC-FROM-YYYY
               COMPUTE WS-NTC-FROM-MM =
                   WS-NTC-FROM-MM + 12 - WS-NTC-WINDOW-MONTHS
           END-IF.
           OPEN INPUT F-NOTICELOG.
           IF F-NOTICELOG-STATUS-OK THEN
               PERFORM UNTIL F-NOTICELOG-STATUS-EOF
                   READ F-NOTICELOG
                       NOT AT END
                           PERFORM 0079-STORE-NOTICE-ROW-BEGIN
                              THRU 0079-STORE-NOTICE-ROW-END
                   END-READ
               END-PERFORM
               CLOSE F-NOTICELOG
           END-IF.
       0078-LOAD-NOTICE-LOG-END.

      * Keys one notice-log row the way the table holds it (names
      * blank when there is a district ID) and enters it. A row
      * whose ID or date isn't numeric is dropped with a console
      * note.
       0079-STORE-NOTICE-ROW-BEGIN.
           IF R-NL-STUDENT-ID IS NOT NUMERIC OR
              R-NL-DATE IS NOT NUMERIC THEN
               DISPLAY "Notice log row dropped: " REC-NOTICE-LOG
           ELSE
               MOVE R-NL-STUDENT-ID TO WS-1740P-STUDENT-ID
               IF R-NL-STUDENT-ID EQUAL 0 THEN
                   MOVE R-NL-LASTNAME TO WS-1740P-LASTNAME
                   MOVE R-NL-FIRSTNAME TO WS-1740P-FIRSTNAME
               ELSE
                   MOVE SPACE TO WS-1740P-LASTNAME
                   MOVE SPACE TO WS-1740P-FIRSTNAME
               END-IF
               MOVE R-NL-COURSE TO WS-1740P-COURSE
               MOVE R-NL-PERIOD TO WS-1740P-PERIOD
               MOVE R-NL-DATE TO WS-0081P-DATE
               PERFORM 0081-UPSERT-NOTICE-BEGIN
                  THRU 0081-UPSERT-NOTICE-END
           END-IF.
       0079-STORE-NOTICE-ROW-END.

      * Inserts the WS-1740P-KEY notice dated WS-0081P-DATE into the
      * sorted WS-NOTICE-LOG table, or moves an existing key's date
      * forward, same upsert shape as 0077. Past the cap the notice
      * simply isn't remembered, which at worst repeats a letter.
       0081-UPSERT-NOTICE-BEGIN.
           PERFORM 1740-FIND-NOTICE-BEGIN
              THRU 1740-FIND-NOTICE-END.
           IF WS-1740R-INDEX NOT EQUAL 0 THEN
               IF WS-0081P-DATE > WS-NTL-DATE(WS-1740R-INDEX) THEN
                   MOVE WS-0081P-DATE TO WS-NTL-DATE(WS-1740R-INDEX)
               END-IF
           ELSE
               IF WS-NTL-LGHT EQUAL WS-NTL-MAX THEN
                   IF NOT WS-NTL-FULL-WAS-WARNED THEN
                       DISPLAY "Notice log table full, maximum of "
                           WS-NTL-MAX " entries, repeats possible"
                       SET WS-NTL-FULL-WAS-WARNED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-NTL-LGHT
                   PERFORM VARYING WS-IDX-NTL
                           FROM WS-NTL-LGHT BY -1
                           UNTIL WS-IDX-NTL <= WS-1740R-INSERT-AT
                       MOVE WS-NOTICE-LOG(WS-IDX-NTL - 1)
                           TO WS-NOTICE-LOG(WS-IDX-NTL)
                   END-PERFORM
                   MOVE WS-1740P-KEY
                       TO WS-NTL-KEY(WS-1740R-INSERT-AT)
                   MOVE WS-0081P-DATE
                       TO WS-NTL-DATE(WS-1740R-INSERT-AT)
               END-IF
           END-IF.
       0081-UPSERT-NOTICE-END.

      * Loads the student-master file into the WS-MASTER table,
      * latest row per ID (rows are appended chronologically, so a
      * later row for the same ID overwrites the earlier one's slot,
           END-IF.
       0086-STORE-MASTER-ROW-END.

      * Loads the course-catalog file into the WS-CATALOG table,
      * latest row per code (rows are appended chronologically, so a
      * later row for the same code overwrites the earlier one's
      * slot, which is how a course gets retired or re-credited). No
      * file on disk just means an empty table and no catalog check,
      * the pre-catalog behavior.
       0087-LOAD-COURSE-CATALOG-BEGIN.
           OPEN INPUT F-COURSES.
           IF F-COURSES-STATUS-OK THEN
               PERFORM UNTIL F-COURSES-STATUS-EOF
                   READ F-COURSES
                       NOT AT END
                           PERFORM 0088-STORE-CATALOG-ROW-BEGIN
                              THRU 0088-STORE-CATALOG-ROW-END
                   END-READ
               END-PERFORM
               CLOSE F-COURSES
           END-IF.
       0087-LOAD-COURSE-CATALOG-END.

      * Inserts or refreshes one catalog row in the WS-CATALOG
      * table. A row without a code, or whose credit field isn't
      * numeric, is dropped with a console note - a blank code would
      * match every blank label, and a garbage credit would print on
      * every transcript it touched.
       0088-STORE-CATALOG-ROW-BEGIN.
           IF R-CC-CODE EQUAL SPACE OR R-CC-CREDIT IS NOT NUMERIC THEN
               DISPLAY "Course catalog row dropped: "
                   REC-COURSE-CATALOG
           ELSE
               MOVE 0 TO WS-1810R-INDEX
               PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                       UNTIL WS-IDX-CAT > WS-CATALOG-LGHT
                       OR WS-1810R-INDEX NOT EQUAL 0
                   IF WS-CAT-CODE(WS-IDX-CAT) EQUAL R-CC-CODE THEN
                       MOVE WS-IDX-CAT TO WS-1810R-INDEX
                   END-IF
               END-PERFORM
               IF WS-1810R-INDEX EQUAL 0 THEN
                   IF WS-CATALOG-LGHT EQUAL WS-CATALOG-MAX THEN
      * Past the cap, keep what is already loaded and say so once;
      * courses past it will be reported unknown, which is at least
      * loud rather than silent.
                       IF NOT WS-CATALOG-FULL-WAS-WARNED THEN
                           DISPLAY "Course catalog table full, "
                               "maximum of " WS-CATALOG-MAX
                               " codes, catalog partial"
                           SET WS-CATALOG-FULL-WAS-WARNED TO TRUE
                       END-IF
                   ELSE
                       ADD 1 TO WS-CATALOG-LGHT
                       MOVE WS-CATALOG-LGHT TO WS-1810R-INDEX
                   END-IF
               END-IF
               IF WS-1810R-INDEX NOT EQUAL 0 THEN
                   MOVE R-CC-CODE TO WS-CAT-CODE(WS-1810R-INDEX)
                   MOVE R-CC-TITLE TO WS-CAT-TITLE(WS-1810R-INDEX)
                   MOVE R-CC-CREDIT TO WS-CAT-CREDIT(WS-1810R-INDEX)
                   MOVE R-CC-DEPT TO WS-CAT-DEPT(WS-1810R-INDEX)
                   MOVE R-CC-STATUS TO WS-CAT-STATUS(WS-1810R-INDEX)
               END-IF
           END-IF.
       0088-STORE-CATALOG-ROW-END.

      * Loads the marking-period weights file, when there is one,
      * over the built-in defaults: the first valid row clears them,
      * so the file always states the whole rule. A row without a
      * code, with a non-numeric weight, or claiming "FY" (the code
      * the final grade itself is posted under) is dropped with a
      * console note; rows past the table's capacity likewise.
       0089-LOAD-PERIOD-WEIGHTS-BEGIN.
           OPEN INPUT F-PERIODS.
           IF F-PERIODS-STATUS-OK THEN
               PERFORM UNTIL F-PERIODS-STATUS-EOF
                   READ F-PERIODS
                       NOT AT END
                           IF R-PW-CODE EQUAL SPACE OR
                              R-PW-CODE EQUAL "FY" OR
                              R-PW-WEIGHT IS NOT NUMERIC OR
                              (WS-PW-FILE-WAS-SEEN AND
                               WS-PW-LGHT EQUAL WS-PW-MAX) THEN
                               DISPLAY "Period weight row dropped: "
                                   REC-PERIOD-WEIGHT
                           ELSE
                               IF NOT WS-PW-FILE-WAS-SEEN THEN
                                   MOVE 0 TO WS-PW-LGHT
                                   SET WS-PW-FILE-WAS-SEEN TO TRUE
                               END-IF
                               ADD 1 TO WS-PW-LGHT
                               MOVE R-PW-CODE TO WS-PW-CODE(WS-PW-LGHT)
                               MOVE R-PW-WEIGHT
                                   TO WS-PW-WEIGHT(WS-PW-LGHT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PERIODS
           END-IF.
       0089-LOAD-PERIOD-WEIGHTS-END.

      * Loads the awards table file, when there is one, over the
      * standing awards: the first valid row clears them, so the
      * file always states the whole table. A row without a code or
      * with a rule that isn't a number is dropped with a console
      * note; rows past the table's capacity likewise.
       0082-LOAD-AWARDS-BEGIN.
           OPEN INPUT F-AWARDS.
           IF F-AWARDS-STATUS-OK THEN
               PERFORM UNTIL F-AWARDS-STATUS-EOF
                   READ F-AWARDS
                       NOT AT END
                           IF R-AW-CODE EQUAL SPACE OR
                              R-AW-TERMS IS NOT NUMERIC OR
                              R-AW-MIN-AVG IS NOT NUMERIC OR
                              R-AW-FLOOR IS NOT NUMERIC OR
                              R-AW-IMPROVE IS NOT NUMERIC OR
                              (WS-AW-FILE-WAS-SEEN AND
                               WS-AW-LGHT EQUAL WS-AW-MAX) THEN
                               DISPLAY "Award row dropped: "
                                   REC-AWARD
                           ELSE
                               IF NOT WS-AW-FILE-WAS-SEEN THEN
                                   MOVE 0 TO WS-AW-LGHT
                                   SET WS-AW-FILE-WAS-SEEN TO TRUE
                               END-IF
                               ADD 1 TO WS-AW-LGHT
                               MOVE R-AW-CODE TO WS-AW-CODE(WS-AW-LGHT)
                               MOVE R-AW-NAME TO WS-AW-NAME(WS-AW-LGHT)
                               MOVE R-AW-TERMS
                                   TO WS-AW-TERMS(WS-AW-LGHT)
                               MOVE R-AW-MIN-AVG
                                   TO WS-AW-MIN-AVG(WS-AW-LGHT)
                               MOVE R-AW-FLOOR
                                   TO WS-AW-FLOOR(WS-AW-LGHT)
                               MOVE R-AW-IMPROVE
                                   TO WS-AW-IMPROVE(WS-AW-LGHT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-AWARDS
           END-IF.
       0082-LOAD-AWARDS-END.

      * Zeroes out the checkpoint file at the end of a clean run.
       0995-CLEAR-CHECKPOINT-BEGIN.
           MOVE WS-CURRENT-DATE TO R-CKPT-DATE.
           MOVE 0 TO R-CKPT-CLASSES-DONE.
           MOVE 0 TO R-CKPT-OUTPUT-LINES.
           MOVE 0 TO R-CKPT-EXCEPT-LINES.
           MOVE 0 TO R-CKPT-ANOMALY-LINES.
           OPEN OUTPUT F-CHECKPOINT.
           WRITE REC-F-CHECKPOINT.
           CLOSE F-CHECKPOINT.
           IF WS-HAVE-PENDING-HEADER THEN
               MOVE WS-PENDING-CLASS-ID TO WS-CLASS-ID
               MOVE WS-PENDING-CLASS-LABEL TO WS-CLASS-LABEL
               MOVE WS-PENDING-CLASS-PERIOD TO WS-CLASS-PERIOD
               MOVE WS-PENDING-TRAILER-PROM TO WS-TRAILER-PROMISED
               SET WS-NO-PENDING-HEADER TO TRUE
           END-IF.
           MOVE SPACE TO WS-STG-LINE.
           EVALUATE WS-IMP-TOKEN(1)

      * CLASS;id;label;period -> "00" header. The marking period is
      * optional. Tracks the class id so the reject records carry it,
      * and re-arms the orphan guard.
               WHEN "CLASS"
                   MOVE "00" TO WS-STG-LINE(1:2)
                   MOVE WS-IMP-TOKEN(2)(1:5) TO WS-STG-LINE(3:5)
                   MOVE WS-IMP-TOKEN(3)(1:21) TO WS-STG-LINE(8:21)
                   MOVE WS-IMP-TOKEN(4)(1:2) TO WS-STG-LINE(30:2)
                   MOVE WS-IMP-TOKEN(2)(1:5) TO WS-CLASS-ID
                   SET WS-IMP-NO-STUDENT-YET TO TRUE

                   MOVE WS-IMP-TOKEN(2)(1:21) TO WS-STG-LINE(3:21)
                   MOVE WS-IMP-TOKEN(3)(1:20) TO WS-STG-LINE(24:20)

      * CONTROL;passgrade[;school] -> "04", the grade stored as four
      * plain digits the way R-CTL-PASS-GRADE reads them.
               WHEN "CONTROL"
                   MOVE WS-IMP-TOKEN(2) TO WS-1910P-TOKEN
                   PERFORM 1910-PARSE-DEC-BEGIN
                       COMPUTE WS-IMP-CTL = WS-1910R-VALUE * 100
                       MOVE "04" TO WS-STG-LINE(1:2)
                       MOVE WS-IMP-CTL TO WS-STG-LINE(3:4)
                       MOVE WS-IMP-TOKEN(3)(1:6) TO WS-STG-LINE(7:6)
                   END-IF

      * END;students;courses;grades -> "99" trailer with the
               SET WS-FIRST-CLASS-HEADER-SEEN TO TRUE
               MOVE R-CL-ID TO WS-CLASS-ID
               MOVE R-CL-LABEL TO WS-CLASS-LABEL
               MOVE R-CL-PERIOD TO WS-CLASS-PERIOD
               IF R-CL-TRAILER EQUAL "T" THEN
                   SET WS-TRAILER-WAS-PROMISED TO TRUE
               END-IF
           ELSE
               MOVE R-CL-ID TO WS-PENDING-CLASS-ID
               MOVE R-CL-LABEL TO WS-PENDING-CLASS-LABEL
               MOVE R-CL-PERIOD TO WS-PENDING-CLASS-PERIOD
               IF R-CL-TRAILER EQUAL "T" THEN
                   MOVE 1 TO WS-PENDING-TRAILER-PROM
               ELSE
      * Move values to paragraph 1400 parameters.
               MOVE R-LABEL TO WS-1400P-COURSE-NAME
               MOVE R-COEF TO WS-1400P-COURSE-COEF
               MOVE SPACE TO WS-1400P-COURSE-CODE
               MOVE 0 TO WS-1400P-COURSE-CREDIT
      * With a catalog loaded, the label must name a course in it,
      * by code or by official title, and one still offered; the
      * course is then stored under its official title, so "MATHS"
      * sent as code and "MATHEMATICS" sent as title are one course.
               MOVE 0 TO WS-0181-CATALOG-REJECT
               IF WS-CATALOG-LGHT NOT EQUAL 0 THEN
                   MOVE R-LABEL TO WS-1810P-LABEL
                   PERFORM 1810-FIND-CATALOG-COURSE-BEGIN
                      THRU 1810-FIND-CATALOG-COURSE-END
                   EVALUATE TRUE
                       WHEN WS-1810R-INDEX EQUAL 0
                           DISPLAY "Unknown course code " R-LABEL
                           MOVE "UNKNOWN COURSE CODE" TO WS-0160P-TYPE
                           MOVE 1 TO WS-0181-CATALOG-REJECT
                       WHEN WS-CAT-RETIRED(WS-1810R-INDEX)
                           DISPLAY "Retired course " R-LABEL
                           MOVE "RETIRED COURSE" TO WS-0160P-TYPE
                           MOVE 1 TO WS-0181-CATALOG-REJECT
                       WHEN OTHER
                           MOVE WS-CAT-TITLE(WS-1810R-INDEX)
                               TO WS-1400P-COURSE-NAME
                           MOVE WS-CAT-CODE(WS-1810R-INDEX)
                               TO WS-1400P-COURSE-CODE
                           MOVE WS-CAT-CREDIT(WS-1810R-INDEX)
                               TO WS-1400P-COURSE-CREDIT
                   END-EVALUATE
               END-IF
               IF WS-0181-CATALOG-REJECT EQUAL 1 THEN
                   MOVE WS-S-LASTNAME(WS-STUDENT-ID)
                       TO WS-0160P-LASTNAME
                   MOVE WS-S-FIRSTNAME(WS-STUDENT-ID)
                   PERFORM 0160-WRITE-EXCEPTION-BEGIN
                      THRU 0160-WRITE-EXCEPTION-END
               ELSE
      * A zero (or blank-defaulted) coefficient would silently count
      * this course for nothing in the student's average, so reject
      * the whole course record instead of ever creating/updating it.
                   IF WS-1400P-COURSE-COEF < WS-COEF-MIN THEN
                       DISPLAY "Invalid coefficient for " R-LABEL
                       MOVE "INVALID COEFFICIENT" TO WS-0160P-TYPE
                       MOVE WS-S-LASTNAME(WS-STUDENT-ID)
                           TO WS-0160P-LASTNAME
                       MOVE WS-S-FIRSTNAME(WS-STUDENT-ID)
                           TO WS-0160P-FIRSTNAME
                       MOVE R-LABEL TO WS-0160P-COURSE
                       PERFORM 0160-WRITE-EXCEPTION-BEGIN
                          THRU 0160-WRITE-EXCEPTION-END
                   ELSE
      * Getting current course index, adding 1 to the course-lgth if
      * needed.
                       PERFORM 1400-GET-COURSE-INDEX-BEGIN
                          THRU 1400-GET-COURSE-INDEX-END
                       IF WS-S-GRADE-MISSING
                          (WS-STUDENT-ID, WS-COURSE-ID) THEN
      * Remembering the course was requested for this student, whether
      * or not it comes with a grade right away, so a grade that is
      * still missing once the whole file is read (see
      * 0150-CHECK-MISSING-GRADES-BEGIN) can be told apart from a
      * course the student simply never took.
                           SET WS-S-COURSE-WAS-REQUESTED
                               (WS-STUDENT-ID, WS-COURSE-ID)
                               TO TRUE
                           IF R-GRADE NOT EQUAL SPACE THEN
      * A grade code takes the pair out of every average without
      * tripping the missing-grade exception - EXC for a medical
      * excuse, INC for work still owed, ABS for an unexcused
      * absence at the sitting.
                           EVALUATE R-GRADE
                               WHEN "EXC"
                                   SET WS-S-GRADE-EXCUSED
                                       (WS-STUDENT-ID, WS-COURSE-ID)
                                       TO TRUE
                               WHEN "INC"
                                   SET WS-S-GRADE-INCOMPLETE
                                       (WS-STUDENT-ID, WS-COURSE-ID)
                                       TO TRUE
                               WHEN "ABS"
                                   SET WS-S-GRADE-ABSENT
                                       (WS-STUDENT-ID, WS-COURSE-ID)
                                       TO TRUE
                               WHEN OTHER
      * If the grade is not fullfilled, store the value, and set the
      * grade-ok flag (and add 1 to grade-amt), unless the grade is
      * above the maximum for the grading scale, in which case reject
      * it the same way a blank/duplicate grade would be rejected.
                               MOVE R-GRADE TO WS-S-GRADE
                                   (WS-STUDENT-ID, WS-COURSE-ID)
                               IF WS-S-GRADE
                                  (WS-STUDENT-ID, WS-COURSE-ID)
                                  > WS-GRADE-MAX THEN
                                   DISPLAY "Invalid grade for "
                                       WS-S-LASTNAME(WS-STUDENT-ID)
                                       " in " R-LABEL
                                   MOVE "INVALID GRADE" TO WS-0160P-TYPE
                                   MOVE WS-S-LASTNAME(WS-STUDENT-ID)
                                       TO WS-0160P-LASTNAME
                                   MOVE WS-S-FIRSTNAME(WS-STUDENT-ID)
                                       TO WS-0160P-FIRSTNAME
                                   MOVE R-LABEL TO WS-0160P-COURSE
                                   PERFORM 0160-WRITE-EXCEPTION-BEGIN
                                      THRU 0160-WRITE-EXCEPTION-END
                                   MOVE 0 TO WS-S-GRADE
                                       (WS-STUDENT-ID, WS-COURSE-ID)
                               ELSE
                                   SET WS-S-GRADE-OK
                                       (WS-STUDENT-ID, WS-COURSE-ID)
                                       TO TRUE
                                   ADD 1 TO WS-S-GRADE-AMT
                                       (WS-STUDENT-ID)
                               END-IF
                           END-EVALUATE
                           END-IF
                       ELSE
      * If the grade of that course for that student is not missing
      * it is a duplicata, letting the user know.
                           DISPLAY "Duplicate grade for "
                               WS-S-LASTNAME(WS-STUDENT-ID)
                               " in " R-LABEL
                           MOVE "DUPLICATE GRADE" TO WS-0160P-TYPE
                           MOVE WS-S-LASTNAME(WS-STUDENT-ID)
                               TO WS-0160P-LASTNAME
                           MOVE WS-S-FIRSTNAME(WS-STUDENT-ID)
                               TO WS-0160P-FIRSTNAME
                           MOVE R-LABEL TO WS-0160P-COURSE
                           PERFORM 0160-WRITE-EXCEPTION-BEGIN
                              THRU 0160-WRITE-EXCEPTION-END
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * record up front is enough for the whole batch.
       0185-READ-CONTROL-RECORD-BEGIN.
           MOVE R-CTL-PASS-GRADE TO WS-PASS-CUTOFF.
           IF R-CTL-SCHOOL NOT EQUAL SPACE THEN
               MOVE R-CTL-SCHOOL TO WS-SCHOOL-CODE
           END-IF.
       0185-READ-CONTROL-RECORD-END.

      * Checks whether any loaded correction names the class just
      * Writes one audit record for the correction WS-IDX-AMD points
      * at, under the type 0176 already chose: who and which course
      * the correction named, so the amendment run leaves a full
      * trail of what was applied and what was rejected. A
      * correction keyed through gradefix also carries the clerk,
      * date and time of keying and the reason given, so each row
      * traces back to whoever asked for it.
       0177-WRITE-AMEND-AUDIT-BEGIN.
           MOVE WS-AMD-LASTNAME(WS-IDX-AMD) TO WS-0160P-LASTNAME.
           MOVE WS-AMD-FIRSTNAME(WS-IDX-AMD) TO WS-0160P-FIRSTNAME.
           MOVE WS-AMD-COURSE(WS-IDX-AMD) TO WS-0160P-COURSE.
           MOVE SPACE TO WS-0160P-DETAIL.
           IF WS-AMD-KEYED-BY(WS-IDX-AMD) NOT EQUAL SPACE THEN
               STRING WS-AMD-KEYED-BY(WS-IDX-AMD) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AMD-KEYED-DATE(WS-IDX-AMD) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AMD-KEYED-TIME(WS-IDX-AMD) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AMD-REASON(WS-IDX-AMD) DELIMITED BY SIZE
                   INTO WS-0160P-DETAIL
               END-STRING
           END-IF.
           PERFORM 0160-WRITE-EXCEPTION-BEGIN
              THRU 0160-WRITE-EXCEPTION-END.
       0177-WRITE-AMEND-AUDIT-END.
           MOVE "F" TO WS-SCALE-LETTER(5).
       0047-INIT-GRADE-SCALE-END.

      * Seeds the marking-period weights with the district's standing
      * rule: the four quarters and the final exam, 20 percent each.
      * Stays in effect unless data/periods.dat replaces it, see
      * 0089-LOAD-PERIOD-WEIGHTS-BEGIN.
       0048-INIT-PERIOD-WEIGHTS-BEGIN.
           MOVE 5 TO WS-PW-LGHT.
           MOVE "Q1" TO WS-PW-CODE(1).
           MOVE 020 TO WS-PW-WEIGHT(1).
           MOVE "Q2" TO WS-PW-CODE(2).
           MOVE 020 TO WS-PW-WEIGHT(2).
           MOVE "Q3" TO WS-PW-CODE(3).
           MOVE 020 TO WS-PW-WEIGHT(3).
           MOVE "Q4" TO WS-PW-CODE(4).
           MOVE 020 TO WS-PW-WEIGHT(4).
           MOVE "EX" TO WS-PW-CODE(5).
           MOVE 020 TO WS-PW-WEIGHT(5).
       0048-INIT-PERIOD-WEIGHTS-END.

      * Seeds the awards table with the standing awards: the
      * principal's list (16,00 over the last two postings, none
      * below 14,00), the merit scholarship nomination (15,00 over
      * the last four, none below 12,00) and most improved (3,00
      * points up from the first posting to the latest, passing
      * over the last two). Stays in effect unless data/awards.dat
      * replaces it, see 0082-LOAD-AWARDS-BEGIN.
       0046-INIT-AWARDS-BEGIN.
           MOVE 3 TO WS-AW-LGHT.
           MOVE "PRIN" TO WS-AW-CODE(1).
           MOVE "PRINCIPAL'S LIST" TO WS-AW-NAME(1).
           MOVE 02 TO WS-AW-TERMS(1).
           MOVE 16,00 TO WS-AW-MIN-AVG(1).
           MOVE 14,00 TO WS-AW-FLOOR(1).
           MOVE 00,00 TO WS-AW-IMPROVE(1).
           MOVE "MERI" TO WS-AW-CODE(2).
           MOVE "MERIT SCHOLARSHIP NOMINATION" TO WS-AW-NAME(2).
           MOVE 04 TO WS-AW-TERMS(2).
           MOVE 15,00 TO WS-AW-MIN-AVG(2).
           MOVE 12,00 TO WS-AW-FLOOR(2).
           MOVE 00,00 TO WS-AW-IMPROVE(2).
           MOVE "IMPR" TO WS-AW-CODE(3).
           MOVE "MOST IMPROVED" TO WS-AW-NAME(3).
           MOVE 02 TO WS-AW-TERMS(3).
           MOVE 10,00 TO WS-AW-MIN-AVG(3).
           MOVE 00,00 TO WS-AW-FLOOR(3).
           MOVE 03,00 TO WS-AW-IMPROVE(3).
           PERFORM VARYING WS-IDX-AW FROM 1 BY 1
                   UNTIL WS-IDX-AW > WS-AW-MAX
               MOVE 0 TO WS-AW-LISTED(WS-IDX-AW)
           END-PERFORM.
       0046-INIT-AWARDS-END.

      * Stores one grading-scale boundary off a "06" record. A
      * class's first one clears the scale previously in effect -
      * the built-in default, or another school's scale earlier in a
               PERFORM 1700-FIND-HISTORY-ENTRY-BEGIN
                  THRU 1700-FIND-HISTORY-ENTRY-END
           END-IF.
      * A key holding nothing but a year-end final has no period
      * posting to carry over.
           IF WS-1700R-INDEX NOT EQUAL 0 THEN
               IF WS-H-DATE(WS-1700R-INDEX) EQUAL 0 THEN
                   MOVE 0 TO WS-1700R-INDEX
               END-IF
           END-IF.
           IF WS-1700R-INDEX NOT EQUAL 0 THEN
               MOVE WS-H-AVERAGE(WS-1700R-INDEX)
                   TO WS-0075P-AVERAGE
               MOVE WS-0075P-DATE TO R-H-DATE
               MOVE WS-0075P-AVERAGE TO R-H-AVERAGE
               MOVE WS-HO-STUD-ID(WS-IDX-HLD) TO R-H-STUDENT-ID
               MOVE SPACE TO R-H-CREDITS
               MOVE SPACE TO R-H-PERIOD
               WRITE REC-HISTORY-STUDENT
           END-IF.
       0207-REKEY-XFER-HISTORY-END.
      * records. A pair carrying an EXC/INC/ABS code is accounted
      * for, not missing, so it never lands here.
       0150-CHECK-MISSING-GRADES-BEGIN.
      * The nightly run also keeps the open-items file: every item
      * of this class is due to close unless its gap turns up again
      * below.
           IF WS-MODE-NORMAL THEN
               PERFORM 0151-MARK-CLASS-ITEMS-BEGIN
                  THRU 0151-MARK-CLASS-ITEMS-END
           END-IF.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-STUDENT-LGHT
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       MOVE WS-C-NAME(WS-IDX-2) TO WS-0160P-COURSE
                       PERFORM 0160-WRITE-EXCEPTION-BEGIN
                          THRU 0160-WRITE-EXCEPTION-END
                       IF WS-MODE-NORMAL THEN
                           PERFORM 0152-TRACK-MISSING-GRADE-BEGIN
                              THRU 0152-TRACK-MISSING-GRADE-END
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       0150-CHECK-MISSING-GRADES-END.

      * Flags every open item of the class just read as having had
      * its class in tonight's input. Items are held sorted by class
      * first, so searching with the lowest possible rest of the key
      * lands on the class's first item and the others follow it.
       0151-MARK-CLASS-ITEMS-BEGIN.
           MOVE WS-CLASS-ID TO WS-1780P-CLASS-ID.
           MOVE 0 TO WS-1780P-STUDENT-ID.
           MOVE LOW-VALUE TO WS-1780P-LASTNAME.
           MOVE LOW-VALUE TO WS-1780P-FIRSTNAME.
           MOVE LOW-VALUE TO WS-1780P-COURSE.
           PERFORM 1780-FIND-OPEN-ITEM-BEGIN
              THRU 1780-FIND-OPEN-ITEM-END.
           PERFORM VARYING WS-IDX-OI FROM WS-1780R-INSERT-AT BY 1
                   UNTIL WS-IDX-OI > WS-OI-LGHT
               IF WS-OI-CLASS-ID(WS-IDX-OI) EQUAL WS-CLASS-ID THEN
                   SET WS-OI-CLASS-READ(WS-IDX-OI) TO TRUE
               ELSE
                   MOVE WS-OI-LGHT TO WS-IDX-OI
               END-IF
           END-PERFORM.
       0151-MARK-CLASS-ITEMS-END.

      * Records the gap of student WS-IDX-1 in course WS-IDX-2 as
      * still open tonight: a new gap is entered as first seen
      * today, a known one counts one more run (once per run, however
      * often the pair turns up), and either way takes the course's
      * current teacher and department.
       0152-TRACK-MISSING-GRADE-BEGIN.
           MOVE WS-CLASS-ID TO WS-1780P-CLASS-ID.
           MOVE WS-S-STUDENT-ID(WS-IDX-1) TO WS-1780P-STUDENT-ID.
           IF WS-1780P-STUDENT-ID EQUAL 0 THEN
               MOVE WS-S-LASTNAME(WS-IDX-1) TO WS-1780P-LASTNAME
               MOVE WS-S-FIRSTNAME(WS-IDX-1) TO WS-1780P-FIRSTNAME
           ELSE
               MOVE SPACE TO WS-1780P-LASTNAME
               MOVE SPACE TO WS-1780P-FIRSTNAME
           END-IF.
           MOVE WS-C-NAME(WS-IDX-2) TO WS-1780P-COURSE.
           MOVE WS-S-LASTNAME(WS-IDX-1) TO WS-0152P-LASTNAME.
           MOVE WS-S-FIRSTNAME(WS-IDX-1) TO WS-0152P-FIRSTNAME.
           MOVE WS-C-TEACHER(WS-IDX-2) TO WS-0152P-TEACHER.
           MOVE SPACE TO WS-0152P-DEPT.
           MOVE WS-C-NAME(WS-IDX-2) TO WS-1810P-LABEL.
           PERFORM 1810-FIND-CATALOG-COURSE-BEGIN
              THRU 1810-FIND-CATALOG-COURSE-END.
           IF WS-1810R-INDEX NOT EQUAL 0 THEN
               MOVE WS-CAT-DEPT(WS-1810R-INDEX) TO WS-0152P-DEPT
           END-IF.
           PERFORM 1780-FIND-OPEN-ITEM-BEGIN
              THRU 1780-FIND-OPEN-ITEM-END.
           IF WS-1780R-INDEX EQUAL 0 THEN
               MOVE WS-CURRENT-DATE TO WS-0152P-FIRST-SEEN
               MOVE WS-CURRENT-DATE TO WS-0152P-LAST-SEEN
               MOVE 1 TO WS-0152P-RUNS
               PERFORM 0153-INSERT-OPEN-ITEM-BEGIN
                  THRU 0153-INSERT-OPEN-ITEM-END
               IF WS-1780R-INDEX NOT EQUAL 0 THEN
                   SET WS-OI-CLASS-READ(WS-1780R-INDEX) TO TRUE
                   SET WS-OI-SEEN-TONIGHT(WS-1780R-INDEX) TO TRUE
               END-IF
           ELSE
               IF NOT WS-OI-SEEN-TONIGHT(WS-1780R-INDEX) THEN
                   ADD 1 TO WS-OI-RUNS(WS-1780R-INDEX)
                   MOVE WS-CURRENT-DATE
                       TO WS-OI-LAST-SEEN(WS-1780R-INDEX)
                   MOVE WS-0152P-LASTNAME
                       TO WS-OI-LASTNAME(WS-1780R-INDEX)
                   MOVE WS-0152P-FIRSTNAME
                       TO WS-OI-FIRSTNAME(WS-1780R-INDEX)
                   MOVE WS-0152P-TEACHER
                       TO WS-OI-TEACHER(WS-1780R-INDEX)
                   MOVE WS-0152P-DEPT TO WS-OI-DEPT(WS-1780R-INDEX)
                   SET WS-OI-SEEN-TONIGHT(WS-1780R-INDEX) TO TRUE
               END-IF
           END-IF.
       0152-TRACK-MISSING-GRADE-END.

      * Inserts the WS-1780P-KEY item off the WS-0152P-... parameters
      * at the slot 1780 returned, both switches off, and hands its
      * index back in WS-1780R-INDEX - 0 when the table is full,
      * which is said once and at worst loses the item's age.
       0153-INSERT-OPEN-ITEM-BEGIN.
           IF WS-OI-LGHT EQUAL WS-OI-MAX THEN
               IF NOT WS-OI-FULL-WAS-WARNED THEN
                   DISPLAY "Open-items table full, maximum of "
                       WS-OI-MAX " entries, chase list partial"
                   SET WS-OI-FULL-WAS-WARNED TO TRUE
               END-IF
               MOVE 0 TO WS-1780R-INDEX
           ELSE
               ADD 1 TO WS-OI-LGHT
               PERFORM VARYING WS-IDX-OI
                       FROM WS-OI-LGHT BY -1
                       UNTIL WS-IDX-OI <= WS-1780R-INSERT-AT
                   MOVE WS-OPEN-ITEM(WS-IDX-OI - 1)
                       TO WS-OPEN-ITEM(WS-IDX-OI)
               END-PERFORM
               MOVE WS-1780R-INSERT-AT TO WS-1780R-INDEX
               MOVE WS-1780P-KEY TO WS-OI-KEY(WS-1780R-INDEX)
               MOVE WS-0152P-LASTNAME
                   TO WS-OI-LASTNAME(WS-1780R-INDEX)
               MOVE WS-0152P-FIRSTNAME
                   TO WS-OI-FIRSTNAME(WS-1780R-INDEX)
               MOVE WS-0152P-TEACHER TO WS-OI-TEACHER(WS-1780R-INDEX)
               MOVE WS-0152P-DEPT TO WS-OI-DEPT(WS-1780R-INDEX)
               MOVE WS-0152P-FIRST-SEEN
                   TO WS-OI-FIRST-SEEN(WS-1780R-INDEX)
               MOVE WS-0152P-LAST-SEEN
                   TO WS-OI-LAST-SEEN(WS-1780R-INDEX)
               MOVE WS-0152P-RUNS TO WS-OI-RUNS(WS-1780R-INDEX)
               MOVE 0 TO WS-OI-CLASS-SW(WS-1780R-INDEX)
               MOVE 0 TO WS-OI-SEEN-SW(WS-1780R-INDEX)
           END-IF.
       0153-INSERT-OPEN-ITEM-END.

      * Appends one record to F-EXCEPTIONS for a duplicate, missing or
      * rejected condition found while reading F-INPUT. Parameters are
      * WS-0160P-TYPE/LASTNAME/FIRSTNAME/COURSE; the class id is taken
           MOVE WS-0160P-LASTNAME TO WS-EXC-LASTNAME.
           MOVE WS-0160P-FIRSTNAME TO WS-EXC-FIRSTNAME.
           MOVE WS-0160P-COURSE TO WS-EXC-COURSE.
           MOVE WS-0160P-DETAIL TO WS-EXC-DETAIL.
           MOVE WS-EXCEPTION-LINE TO REC-F-EXCEPTIONS.
           WRITE REC-F-EXCEPTIONS.
           MOVE SPACE TO WS-0160P-DETAIL.
           ADD 1 TO WS-EXCEPT-LINES-WRITTEN.
      * Count the exception under its type, claiming a table row the
      * first time a type shows up this run, for the validate-only

           PERFORM 0220-COMPUTE-STUDENT-AVERAGE-BEGIN
              THRU 0220-COMPUTE-STUDENT-AVERAGE-END.

           PERFORM 0230-COMPUTE-CREDITS-EARNED-BEGIN
              THRU 0230-COMPUTE-CREDITS-EARNED-END.
       0200-COMPUTE-AVERAGES-END.

      * Rolls up each student's weighted assessments (REC-ASSESSMENT
           MOVE WS-MATH-BUFFER-3 TO WS-CLASS-AVERAGE.
       0220-COMPUTE-STUDENT-AVERAGE-END.

      * Computes the catalog credits each student earned this run:
      * the credit value of every course graded at or above
      * WS-PASS-CUTOFF, summed. Coded and missing pairs earn nothing
      * yet. Without a catalog every WS-C-CREDIT is zero, so every
      * student earns zero and the history posting leaves the
      * credits blank, see 0470-POST-HISTORY-BEGIN.
       0230-COMPUTE-CREDITS-EARNED-BEGIN.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-STUDENT-LGHT
               MOVE 0 TO WS-S-CREDITS(WS-IDX-1)
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 > WS-COURSE-LGHT
                   IF WS-S-GRADE-OK(WS-IDX-1, WS-IDX-2) AND
                      WS-S-GRADE(WS-IDX-1, WS-IDX-2) >= WS-PASS-CUTOFF
                       ADD WS-C-CREDIT(WS-IDX-2)
                           TO WS-S-CREDITS(WS-IDX-1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       0230-COMPUTE-CREDITS-EARNED-END.

      * Builds WS-SORT-ORDER, the student table indices in WS-S-AVERAGE
      * descending order, with a bottom-up merge sort: runs of
      * doubling width merged pairwise until one run covers the whole
           IF WS-CLASS-ID NOT EQUAL SPACE THEN
               MOVE WS-CLASS-ID TO WS-CLS-OUT-ID
               MOVE WS-CLASS-LABEL TO WS-CLS-OUT-LABEL
               MOVE SPACE TO WS-CLS-OUT-PERIOD
               IF WS-CLASS-PERIOD NOT EQUAL SPACE THEN
                   STRING "PERIOD " DELIMITED BY SIZE
                          WS-CLASS-PERIOD DELIMITED BY SIZE
                       INTO WS-CLS-OUT-PERIOD
                   END-STRING
               END-IF
               MOVE WS-CLASS-HEADING-OUTPUT TO REC-F-OUTPUT
               PERFORM 0305-WRITE-OUTPUT-LINE-BEGIN
                  THRU 0305-WRITE-OUTPUT-LINE-END
               IF WS-STAT-LGHT NOT EQUAL 0 THEN
                   MOVE WS-STAT-LINE-OUTPUT TO REC-F-OUTPUT
               ELSE
                   MOVE SPACE TO REC-F-OUTPUT
                   STRING "C" DELIMITED BY SIZE
                          WS-STAT-OUT-NBR DELIMITED BY SIZE
                          " NO GRADES" DELIMITED BY SIZE
                       INTO REC-F-OUTPUT
                   END-STRING
               END-IF
               PERFORM 0305-WRITE-OUTPUT-LINE-BEGIN
                  THRU 0305-WRITE-OUTPUT-LINE-END
           END-PERFORM.
       0310-WRITE-COURSE-STATS-END.

      * Computes one course's statistics into WS-STAT-LINE-OUTPUT,
      * the course being the one WS-IDX-2 points at. Gathers the
      * course's stored grades - only WS-S-GRADE-OK entries, the same
      * population 0210-COMPUTE-COURSE-AVERAGE-BEGIN averages - into
      * the scratch vector, counts the grade bands on the way, sorts
      * the vector, and reads median and extremes off it. The
      * standard deviation comes from the usual sum of squared
      * deviations around the unrounded mean.
       0315-COMPUTE-COURSE-STATS-BEGIN.
           MOVE WS-IDX-2 TO WS-STAT-OUT-NBR.
           MOVE 0 TO WS-STAT-LGHT.
           MOVE 0 TO WS-STAT-OUT-B1.
           MOVE 0 TO WS-STAT-OUT-B2.
           MOVE 0 TO WS-STAT-OUT-B3.
           MOVE 0 TO WS-STAT-OUT-B4.
           MOVE 0 TO WS-MATH-BUFFER.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-STUDENT-LGHT
               IF WS-S-GRADE-OK(WS-IDX-1, WS-IDX-2) THEN
                   ADD 1 TO WS-STAT-LGHT
                   MOVE WS-S-GRADE(WS-IDX-1, WS-IDX-2)
                       TO WS-STAT-GRADE(WS-STAT-LGHT)
                   ADD WS-S-GRADE(WS-IDX-1, WS-IDX-2)
                       TO WS-MATH-BUFFER
                   EVALUATE TRUE
                       WHEN WS-S-GRADE(WS-IDX-1, WS-IDX-2) < 05,00
                           ADD 1 TO WS-STAT-OUT-B1
                       WHEN WS-S-GRADE(WS-IDX-1, WS-IDX-2) < 10,00
                           ADD 1 TO WS-STAT-OUT-B2
                       WHEN WS-S-GRADE(WS-IDX-1, WS-IDX-2) < 15,00
                           ADD 1 TO WS-STAT-OUT-B3
                       WHEN OTHER
                           ADD 1 TO WS-STAT-OUT-B4
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-STAT-LGHT NOT EQUAL 0 THEN
               PERFORM 1750-SORT-STAT-GRADES-BEGIN
                  THRU 1750-SORT-STAT-GRADES-END
               MOVE WS-STAT-GRADE(1) TO WS-STAT-OUT-MIN
               MOVE WS-STAT-GRADE(WS-STAT-LGHT) TO WS-STAT-OUT-MAX
      * Median: middle entry of the sorted vector, or the mean of the
      * two middle entries when the count is even.
               DIVIDE WS-STAT-LGHT BY 2 GIVING WS-STAT-I
                   REMAINDER WS-STAT-J
               IF WS-STAT-J NOT EQUAL 0 THEN
                   MOVE WS-STAT-GRADE(WS-STAT-I + 1) TO WS-STAT-OUT-MED
               ELSE
                   COMPUTE WS-STAT-TEMP ROUNDED =
                       (WS-STAT-GRADE(WS-STAT-I) +
                        WS-STAT-GRADE(WS-STAT-I + 1)) / 2
                   MOVE WS-STAT-TEMP TO WS-STAT-OUT-MED
               END-IF
      * Standard deviation around the unrounded mean.
               COMPUTE WS-STAT-MEAN = WS-MATH-BUFFER / WS-STAT-LGHT
               MOVE 0 TO WS-STAT-VARSUM
               PERFORM VARYING WS-STAT-I FROM 1 BY 1
                       UNTIL WS-STAT-I > WS-STAT-LGHT
                   COMPUTE WS-STAT-DIFF =
                       WS-STAT-GRADE(WS-STAT-I) - WS-STAT-MEAN
                   COMPUTE WS-STAT-VARSUM =
                       WS-STAT-VARSUM + WS-STAT-DIFF * WS-STAT-DIFF
               END-PERFORM
               COMPUTE WS-1760P-VALUE =
                   WS-STAT-VARSUM / WS-STAT-LGHT
               PERFORM 1760-COMPUTE-SQRT-BEGIN
                  THRU 1760-COMPUTE-SQRT-END
               COMPUTE WS-STAT-TEMP ROUNDED = WS-1760R-ROOT
               MOVE WS-STAT-TEMP TO WS-STAT-OUT-SD
           END-IF.
       0315-COMPUTE-COURSE-STATS-END.

      * Reviews the class just computed for grading patterns that
      * are usually data-entry mistakes rather than results, one row
      * per finding in F-ANOMALY: a course average that moved more
      * than WS-ANM-SHIFT-LIMIT against its previous "C" posting, a
      * course where every grade is identical or most of them are
      * EXC/ABS codes, a student whose assessment weights in a course
      * add up differently from the rest of the class, and a teacher
      * whose sections sit more than WS-ANM-TEACHER-LIMIT off the
      * class norm. Every finding grades the run down to at least 4,
      * see 0990-CLOSE-FILES-BEGIN, so the scheduler holds the
      * reports until someone has signed the review off.
       0320-REVIEW-ANOMALIES-BEGIN.
           MOVE 0 TO WS-ANM-NORM-SUM.
           MOVE 0 TO WS-ANM-NORM-CNT.
           PERFORM VARYING WS-IDX-ANM FROM 1 BY 1
                   UNTIL WS-IDX-ANM > WS-COURSE-LGHT
               PERFORM 0321-REVIEW-COURSE-BEGIN
                  THRU 0321-REVIEW-COURSE-END
           END-PERFORM.
           PERFORM 0323-REVIEW-TEACHERS-BEGIN
              THRU 0323-REVIEW-TEACHERS-END.
       0320-REVIEW-ANOMALIES-END.

      * Reviews course WS-IDX-ANM: counts its graded and EXC/ABS
      * entries, watches whether every grade is the same, compares
      * its average against the last posting, then checks the
      * assessment weights behind it.
       0321-REVIEW-COURSE-BEGIN.
           MOVE 0 TO WS-ANM-GRADED.
           MOVE 0 TO WS-ANM-CODED.
           MOVE 0 TO WS-ANM-ENTRIES.
           SET WS-ANM-ALL-SAME TO TRUE.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-STUDENT-LGHT
               IF WS-S-COURSE-WAS-REQUESTED(WS-IDX-1, WS-IDX-ANM) OR
                  NOT WS-S-GRADE-MISSING(WS-IDX-1, WS-IDX-ANM) THEN
                   ADD 1 TO WS-ANM-ENTRIES
               END-IF
               IF WS-S-GRADE-OK(WS-IDX-1, WS-IDX-ANM) THEN
                   ADD 1 TO WS-ANM-GRADED
                   IF WS-ANM-GRADED EQUAL 1 THEN
                       MOVE WS-S-GRADE(WS-IDX-1, WS-IDX-ANM)
                           TO WS-ANM-FIRST-GRADE
                   ELSE
                       IF WS-S-GRADE(WS-IDX-1, WS-IDX-ANM) NOT EQUAL
                          WS-ANM-FIRST-GRADE THEN
                           SET WS-ANM-NOT-SAME TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-S-GRADE-EXCUSED(WS-IDX-1, WS-IDX-ANM) OR
                  WS-S-GRADE-ABSENT(WS-IDX-1, WS-IDX-ANM) THEN
                   ADD 1 TO WS-ANM-CODED
               END-IF
           END-PERFORM.
           MOVE WS-ANM-GRADED TO WS-ANM-CRS-GRADED(WS-IDX-ANM).
           IF WS-ANM-GRADED > 0 THEN
               ADD WS-C-AVERAGE(WS-IDX-ANM) TO WS-ANM-NORM-SUM
               ADD 1 TO WS-ANM-NORM-CNT
           END-IF.
           MOVE SPACE TO WS-0325P-LASTNAME.
           MOVE SPACE TO WS-0325P-FIRSTNAME.
           MOVE WS-C-NAME(WS-IDX-ANM) TO WS-0325P-COURSE.
      * Everybody on the same grade - a whole column keyed from one
      * value.
           IF WS-ANM-GRADED >= WS-ANM-MIN-GRADES AND
              WS-ANM-ALL-SAME THEN
               MOVE WS-ANM-GRADED TO WS-ANM-CNT-ED-1
               MOVE WS-ANM-FIRST-GRADE TO WS-ANM-NUM-ED-1
               MOVE "IDENTICAL GRADES" TO WS-0325P-TYPE
               MOVE SPACE TO WS-0325P-DETAIL
               STRING "ALL " DELIMITED BY SIZE
                      WS-ANM-CNT-ED-1 DELIMITED BY SIZE
                      " GRADES AT " DELIMITED BY SIZE
                      WS-ANM-NUM-ED-1 DELIMITED BY SIZE
                   INTO WS-0325P-DETAIL
               END-STRING
               PERFORM 0325-WRITE-ANOMALY-BEGIN
                  THRU 0325-WRITE-ANOMALY-END
           END-IF.
      * More than half the course excused or absent.
           IF WS-ANM-ENTRIES >= WS-ANM-MIN-GRADES AND
              WS-ANM-CODED * 2 > WS-ANM-ENTRIES THEN
               MOVE WS-ANM-CODED TO WS-ANM-CNT-ED-1
               MOVE WS-ANM-ENTRIES TO WS-ANM-CNT-ED-2
               MOVE "MOSTLY EXC/ABS" TO WS-0325P-TYPE
               MOVE SPACE TO WS-0325P-DETAIL
               STRING WS-ANM-CNT-ED-1 DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-ANM-CNT-ED-2 DELIMITED BY SIZE
                      " GRADES EXC/ABS" DELIMITED BY SIZE
                   INTO WS-0325P-DETAIL
               END-STRING
               PERFORM 0325-WRITE-ANOMALY-BEGIN
                  THRU 0325-WRITE-ANOMALY-END
           END-IF.
      * The course average against its last posting before today.
           IF WS-ANM-GRADED > 0 THEN
               MOVE WS-CLASS-ID TO WS-1730P-CLASS
               MOVE WS-C-NAME(WS-IDX-ANM) TO WS-1730P-COURSE
               PERFORM 1730-FIND-COURSE-HIST-BEGIN
                  THRU 1730-FIND-COURSE-HIST-END
               IF WS-1730R-INDEX NOT EQUAL 0 THEN
                   COMPUTE WS-ANM-DIFF = WS-C-AVERAGE(WS-IDX-ANM) -
                       WS-CRH-AVERAGE(WS-1730R-INDEX)
                   IF WS-ANM-DIFF > WS-ANM-SHIFT-LIMIT OR
                      WS-ANM-DIFF < 0 - WS-ANM-SHIFT-LIMIT THEN
                       MOVE WS-C-AVERAGE(WS-IDX-ANM) TO WS-ANM-NUM-ED-1
                       MOVE WS-CRH-AVERAGE(WS-1730R-INDEX)
                           TO WS-ANM-NUM-ED-2
                       MOVE "COURSE AVERAGE SHIFT" TO WS-0325P-TYPE
                       MOVE SPACE TO WS-0325P-DETAIL
                       STRING "AVERAGE " DELIMITED BY SIZE
                              WS-ANM-NUM-ED-1 DELIMITED BY SIZE
                              " WAS " DELIMITED BY SIZE
                              WS-ANM-NUM-ED-2 DELIMITED BY SIZE
                              " ON " DELIMITED BY SIZE
                              WS-CRH-DATE(WS-1730R-INDEX)
                                  DELIMITED BY SIZE
                           INTO WS-0325P-DETAIL
                       END-STRING
                       PERFORM 0325-WRITE-ANOMALY-BEGIN
                          THRU 0325-WRITE-ANOMALY-END
                   END-IF
               END-IF
           END-IF.
           PERFORM 0322-REVIEW-WEIGHTS-BEGIN
              THRU 0322-REVIEW-WEIGHTS-END.
       0321-REVIEW-COURSE-END.

      * Totals each student's assessment weights in course
      * WS-IDX-ANM, takes the total most of the class shares as the
      * norm (tallied by tenths in WS-ANM-WT-CNT, the first total
      * winning a tie), and flags every student whose total differs:
      * usually an assessment keyed twice, or keyed with the wrong
      * weight. Needs at least two students with assessments.
       0322-REVIEW-WEIGHTS-BEGIN.
           INITIALIZE WS-ANM-WT-COUNTS.
           MOVE 0 TO WS-ANM-WT-STUDENTS.
           MOVE 0 TO WS-ANM-WT-MODE-NDX.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-STUDENT-LGHT
               IF WS-S-ASSESS-AMT(WS-IDX-1, WS-IDX-ANM) > 0 THEN
                   PERFORM 0324-TOTAL-STUDENT-WEIGHT-BEGIN
                      THRU 0324-TOTAL-STUDENT-WEIGHT-END
                   ADD 1 TO WS-ANM-WT-STUDENTS
                   ADD 1 TO WS-ANM-WT-CNT(WS-ANM-WT-NDX)
                   IF WS-ANM-WT-MODE-NDX EQUAL 0 THEN
                       MOVE WS-ANM-WT-NDX TO WS-ANM-WT-MODE-NDX
                   ELSE
                       IF WS-ANM-WT-CNT(WS-ANM-WT-NDX) >
                          WS-ANM-WT-CNT(WS-ANM-WT-MODE-NDX) THEN
                           MOVE WS-ANM-WT-NDX TO WS-ANM-WT-MODE-NDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ANM-WT-STUDENTS >= 2 AND
              WS-ANM-WT-CNT(WS-ANM-WT-MODE-NDX) <
              WS-ANM-WT-STUDENTS THEN
               COMPUTE WS-ANM-WT-NORM =
                   (WS-ANM-WT-MODE-NDX - 1) / 10
               PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                       UNTIL WS-IDX-1 > WS-STUDENT-LGHT
                   IF WS-S-ASSESS-AMT(WS-IDX-1, WS-IDX-ANM) > 0 THEN
                       PERFORM 0324-TOTAL-STUDENT-WEIGHT-BEGIN
                          THRU 0324-TOTAL-STUDENT-WEIGHT-END
                       IF WS-ANM-WT-NDX NOT EQUAL
                          WS-ANM-WT-MODE-NDX THEN
                           MOVE WS-ANM-WT-TOTAL TO WS-ANM-WT-ED-1
                           MOVE WS-ANM-WT-NORM TO WS-ANM-WT-ED-2
                           MOVE "WEIGHT MISMATCH"
                               TO WS-0325P-TYPE
                           MOVE WS-S-LASTNAME(WS-IDX-1)
                               TO WS-0325P-LASTNAME
                           MOVE WS-S-FIRSTNAME(WS-IDX-1)
                               TO WS-0325P-FIRSTNAME
                           MOVE WS-C-NAME(WS-IDX-ANM)
                               TO WS-0325P-COURSE
                           MOVE SPACE TO WS-0325P-DETAIL
                           STRING "WEIGHTS TOTAL " DELIMITED BY SIZE
                                  WS-ANM-WT-ED-1 DELIMITED BY SIZE
                                  " CLASS TOTAL " DELIMITED BY SIZE
                                  WS-ANM-WT-ED-2 DELIMITED BY SIZE
                               INTO WS-0325P-DETAIL
                           END-STRING
                           PERFORM 0325-WRITE-ANOMALY-BEGIN
                              THRU 0325-WRITE-ANOMALY-END
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       0322-REVIEW-WEIGHTS-END.

      * Sums student WS-IDX-1's assessment weights in course
      * WS-IDX-ANM into WS-ANM-WT-TOTAL, coded assessments included
      * - the weight was keyed either way - and works out the
      * matching WS-ANM-WT-CNT slot, one per tenth from zero.
       0324-TOTAL-STUDENT-WEIGHT-BEGIN.
           MOVE 0 TO WS-ANM-WT-TOTAL.
           PERFORM VARYING WS-IDX-ANM-2 FROM 1 BY 1
                   UNTIL WS-IDX-ANM-2 >
                         WS-S-ASSESS-AMT(WS-IDX-1, WS-IDX-ANM)
               ADD WS-S-ASSESS-WEIGHT(WS-IDX-1, WS-IDX-ANM,
                   WS-IDX-ANM-2) TO WS-ANM-WT-TOTAL
           END-PERFORM.
           COMPUTE WS-ANM-WT-NDX = WS-ANM-WT-TOTAL * 10 + 1.
       0324-TOTAL-STUDENT-WEIGHT-END.

      * Compares each teacher's sections against the class norm, the
      * plain mean of every graded course's average: a teacher whose
      * graded courses average more than WS-ANM-TEACHER-LIMIT away
      * from it is flagged once, on their first course. Only a class
      * with at least two teachers has a norm to stand apart from.
       0323-REVIEW-TEACHERS-BEGIN.
           MOVE 0 TO WS-ANM-TEACHERS.
           PERFORM VARYING WS-IDX-ANM FROM 1 BY 1
                   UNTIL WS-IDX-ANM > WS-COURSE-LGHT
               IF WS-C-TEACHER(WS-IDX-ANM) NOT EQUAL SPACE THEN
                   SET WS-ANM-TCH-FIRST TO TRUE
                   PERFORM VARYING WS-IDX-ANM-2 FROM 1 BY 1
                           UNTIL WS-IDX-ANM-2 >= WS-IDX-ANM
                       IF WS-C-TEACHER(WS-IDX-ANM-2) EQUAL
                          WS-C-TEACHER(WS-IDX-ANM) THEN
                           SET WS-ANM-TCH-SEEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-ANM-TCH-FIRST THEN
                       ADD 1 TO WS-ANM-TEACHERS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ANM-TEACHERS >= 2 AND WS-ANM-NORM-CNT > 0 THEN
               COMPUTE WS-ANM-NORM ROUNDED =
                   WS-ANM-NORM-SUM / WS-ANM-NORM-CNT
               PERFORM VARYING WS-IDX-ANM FROM 1 BY 1
                       UNTIL WS-IDX-ANM > WS-COURSE-LGHT
                   PERFORM 0326-REVIEW-ONE-TEACHER-BEGIN
                      THRU 0326-REVIEW-ONE-TEACHER-END
               END-PERFORM
           END-IF.
       0323-REVIEW-TEACHERS-END.

      * Reviews the teacher of course WS-IDX-ANM, when this is the
      * first course they teach: averages their graded courses from
      * here on and flags the teacher if that sits too far from the
      * class norm.
       0326-REVIEW-ONE-TEACHER-BEGIN.
           IF WS-C-TEACHER(WS-IDX-ANM) NOT EQUAL SPACE THEN
               SET WS-ANM-TCH-FIRST TO TRUE
               PERFORM VARYING WS-IDX-ANM-2 FROM 1 BY 1
                       UNTIL WS-IDX-ANM-2 >= WS-IDX-ANM
                   IF WS-C-TEACHER(WS-IDX-ANM-2) EQUAL
                      WS-C-TEACHER(WS-IDX-ANM) THEN
                       SET WS-ANM-TCH-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF WS-ANM-TCH-FIRST THEN
                   MOVE 0 TO WS-ANM-TCH-SUM
                   MOVE 0 TO WS-ANM-TCH-CNT
                   PERFORM VARYING WS-IDX-ANM-2 FROM WS-IDX-ANM BY 1
                           UNTIL WS-IDX-ANM-2 > WS-COURSE-LGHT
                       IF WS-C-TEACHER(WS-IDX-ANM-2) EQUAL
                          WS-C-TEACHER(WS-IDX-ANM) AND
                          WS-ANM-CRS-GRADED(WS-IDX-ANM-2) > 0 THEN
                           ADD WS-C-AVERAGE(WS-IDX-ANM-2)
                               TO WS-ANM-TCH-SUM
                           ADD 1 TO WS-ANM-TCH-CNT
                       END-IF
                   END-PERFORM
                   IF WS-ANM-TCH-CNT > 0 THEN
                       COMPUTE WS-ANM-TCH-AVG ROUNDED =
                           WS-ANM-TCH-SUM / WS-ANM-TCH-CNT
                       COMPUTE WS-ANM-DIFF =
                           WS-ANM-TCH-AVG - WS-ANM-NORM
                       IF WS-ANM-DIFF > WS-ANM-TEACHER-LIMIT OR
                          WS-ANM-DIFF < 0 - WS-ANM-TEACHER-LIMIT THEN
                           MOVE WS-ANM-TCH-AVG TO WS-ANM-NUM-ED-1
                           MOVE WS-ANM-NORM TO WS-ANM-NUM-ED-2
                           MOVE "TEACHER OUTLIER" TO WS-0325P-TYPE
                           MOVE SPACE TO WS-0325P-LASTNAME
                           MOVE SPACE TO WS-0325P-FIRSTNAME
                           MOVE WS-C-TEACHER(WS-IDX-ANM)
                               TO WS-0325P-COURSE
                           MOVE SPACE TO WS-0325P-DETAIL
                           STRING "SECTIONS AVERAGE " DELIMITED BY SIZE
                                  WS-ANM-NUM-ED-1 DELIMITED BY SIZE
                                  " CLASS NORM " DELIMITED BY SIZE
                                  WS-ANM-NUM-ED-2 DELIMITED BY SIZE
                               INTO WS-0325P-DETAIL
                           END-STRING
                           PERFORM 0325-WRITE-ANOMALY-BEGIN
                              THRU 0325-WRITE-ANOMALY-END
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0326-REVIEW-ONE-TEACHER-END.

      * Writes one finding to F-ANOMALY off the WS-0325P-...
      * parameters, under the current class, and counts it for the
      * return code and the run summary.
       0325-WRITE-ANOMALY-BEGIN.
           MOVE WS-CLASS-ID TO WS-ANM-CLASS-ID.
           MOVE WS-0325P-TYPE TO WS-ANM-TYPE.
           MOVE WS-0325P-COURSE TO WS-ANM-COURSE.
           MOVE WS-0325P-LASTNAME TO WS-ANM-LASTNAME.
           MOVE WS-0325P-FIRSTNAME TO WS-ANM-FIRSTNAME.
           MOVE WS-0325P-DETAIL TO WS-ANM-DETAIL.
           MOVE WS-ANOMALY-LINE TO REC-F-ANOMALY.
           WRITE REC-F-ANOMALY.
           ADD 1 TO WS-ANM-RUN-CNT.
       0325-WRITE-ANOMALY-END.

      * Writes the class just read to the end-of-term state extract:
      * one "D" record per student per course they were enrolled in,
      * carrying the district ID, the course code and title, the
      * grade and letter, the pass/credit result and the absences.
      * A student without a valid master ID, or with a MISSING or
      * INC grade anywhere, is held out whole and listed on the
      * rejects file with every reason, so the office fixes them
      * before submission; so is a whole class that failed
      * reconciliation. The header goes out ahead of the first class
      * (it names that class's period as the term), the trailer
      * with the control totals at close, see 0339-CLOSE-STATE-
      * EXTRACT-BEGIN.
       0330-WRITE-STATE-EXTRACT-BEGIN.
           IF WS-STX-HDR-NOT-WRITTEN THEN
               PERFORM 0338-WRITE-STATE-HEADER-BEGIN
                  THRU 0338-WRITE-STATE-HEADER-END
           END-IF.
           IF WS-CLASS-RECON-BAD THEN
               MOVE 0 TO WS-0337P-STUDENT-ID
               MOVE SPACE TO WS-0337P-LASTNAME
               MOVE SPACE TO WS-0337P-FIRSTNAME
               MOVE SPACE TO WS-0337P-COURSE
               MOVE "CLASS NOT RECONCILED" TO WS-0337P-REASON
               PERFORM 0337-WRITE-STATE-REJECT-BEGIN
                  THRU 0337-WRITE-STATE-REJECT-END
           ELSE
               PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                       UNTIL WS-IDX-1 > WS-STUDENT-LGHT
                   PERFORM 0331-EXTRACT-STUDENT-BEGIN
                      THRU 0331-EXTRACT-STUDENT-END
               END-PERFORM
           END-IF.
       0330-WRITE-STATE-EXTRACT-END.

      * Extracts student WS-IDX-1: a first pass lists every reason to
      * hold them out, and only a student with none gets their "D"
      * records written.
       0331-EXTRACT-STUDENT-BEGIN.
           MOVE 0 TO WS-STX-STU-REJECTS.
           MOVE WS-S-STUDENT-ID(WS-IDX-1) TO WS-0337P-STUDENT-ID.
           MOVE WS-S-LASTNAME(WS-IDX-1) TO WS-0337P-LASTNAME.
           MOVE WS-S-FIRSTNAME(WS-IDX-1) TO WS-0337P-FIRSTNAME.
           MOVE SPACE TO WS-0337P-COURSE.
           IF WS-S-STUDENT-ID(WS-IDX-1) EQUAL 0 THEN
               MOVE "NO DISTRICT ID" TO WS-0337P-REASON
               PERFORM 0337-WRITE-STATE-REJECT-BEGIN
                  THRU 0337-WRITE-STATE-REJECT-END
               ADD 1 TO WS-STX-STU-REJECTS
           ELSE
               IF WS-MASTER-LGHT NOT EQUAL 0 THEN
                   MOVE WS-S-STUDENT-ID(WS-IDX-1) TO WS-1800P-ID
                   PERFORM 1800-FIND-MASTER-ID-BEGIN
                      THRU 1800-FIND-MASTER-ID-END
                   IF WS-1800R-INDEX EQUAL 0 THEN
                       MOVE "UNKNOWN STUDENT ID" TO WS-0337P-REASON
                       PERFORM 0337-WRITE-STATE-REJECT-BEGIN
                          THRU 0337-WRITE-STATE-REJECT-END
                       ADD 1 TO WS-STX-STU-REJECTS
                   ELSE
                       IF WS-M-RETIRED(WS-1800R-INDEX) THEN
                           MOVE "RETIRED STUDENT ID"
                               TO WS-0337P-REASON
                           PERFORM 0337-WRITE-STATE-REJECT-BEGIN
                              THRU 0337-WRITE-STATE-REJECT-END
                           ADD 1 TO WS-STX-STU-REJECTS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-COURSE-LGHT
               IF WS-S-COURSE-WAS-REQUESTED(WS-IDX-1, WS-IDX-2) AND
                  (WS-S-GRADE-MISSING(WS-IDX-1, WS-IDX-2) OR
                   WS-S-GRADE-INCOMPLETE(WS-IDX-1, WS-IDX-2)) THEN
                   MOVE WS-C-NAME(WS-IDX-2) TO WS-0337P-COURSE
                   IF WS-S-GRADE-MISSING(WS-IDX-1, WS-IDX-2) THEN
                       MOVE "MISSING GRADE" TO WS-0337P-REASON
                   ELSE
                       MOVE "INCOMPLETE GRADE" TO WS-0337P-REASON
                   END-IF
                   PERFORM 0337-WRITE-STATE-REJECT-BEGIN
                      THRU 0337-WRITE-STATE-REJECT-END
                   ADD 1 TO WS-STX-STU-REJECTS
               END-IF
           END-PERFORM.
           IF WS-STX-STU-REJECTS EQUAL 0 THEN
               ADD 1 TO WS-STX-STUDENTS
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 > WS-COURSE-LGHT
                   IF WS-S-COURSE-WAS-REQUESTED(WS-IDX-1, WS-IDX-2) OR
                      NOT WS-S-GRADE-MISSING(WS-IDX-1, WS-IDX-2) THEN
                       PERFORM 0332-WRITE-STATE-DETAIL-BEGIN
                          THRU 0332-WRITE-STATE-DETAIL-END
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-STX-HELD
           END-IF.
       0331-EXTRACT-STUDENT-END.

      * Writes the "D" record of student WS-IDX-1 in course WS-IDX-2
      * and adds it into the trailer's counts and hash totals. A
      * coded (EXC/ABS) course goes out with a zero grade and the
      * code as its result, and earns nothing.
       0332-WRITE-STATE-DETAIL-BEGIN.
           MOVE SPACE TO WS-STX-DETAIL.
           MOVE "D" TO WS-STXD-TYPE.
           MOVE WS-SCHOOL-CODE TO WS-STXD-SCHOOL.
           MOVE WS-S-STUDENT-ID(WS-IDX-1) TO WS-STXD-STUDENT-ID.
           MOVE WS-S-LASTNAME(WS-IDX-1) TO WS-STXD-LASTNAME.
           MOVE WS-S-FIRSTNAME(WS-IDX-1) TO WS-STXD-FIRSTNAME.
           MOVE WS-CLASS-ID TO WS-STXD-CLASS-ID.
           MOVE WS-CLASS-PERIOD TO WS-STXD-TERM.
           MOVE WS-C-CODE(WS-IDX-2) TO WS-STXD-COURSE-CODE.
           MOVE WS-C-NAME(WS-IDX-2) TO WS-STXD-COURSE-TITLE.
           MOVE 0 TO WS-STXD-CREDITS.
           IF WS-S-GRADE-OK(WS-IDX-1, WS-IDX-2) THEN
               MOVE WS-S-GRADE(WS-IDX-1, WS-IDX-2) TO WS-STXD-GRADE
               MOVE WS-S-GRADE(WS-IDX-1, WS-IDX-2) TO WS-1650P-GRADE
               PERFORM 1650-GRADE-TO-LETTER-BEGIN
                  THRU 1650-GRADE-TO-LETTER-END
               MOVE WS-1650R-LETTER TO WS-STXD-LETTER
               IF WS-S-GRADE(WS-IDX-1, WS-IDX-2) >= WS-PASS-CUTOFF
                   MOVE "PASS" TO WS-STXD-RESULT
                   MOVE WS-C-CREDIT(WS-IDX-2) TO WS-STXD-CREDITS
               ELSE
                   MOVE "FAIL" TO WS-STXD-RESULT
               END-IF
               ADD WS-S-GRADE(WS-IDX-1, WS-IDX-2) TO WS-STX-GRADE-HASH
           ELSE
               MOVE 0 TO WS-STXD-GRADE
               MOVE SPACE TO WS-STXD-LETTER
               IF WS-S-GRADE-EXCUSED(WS-IDX-1, WS-IDX-2) THEN
                   MOVE "EXC" TO WS-STXD-RESULT
               ELSE
                   MOVE "ABS" TO WS-STXD-RESULT
               END-IF
           END-IF.
           MOVE WS-S-ABSENCES(WS-IDX-1) TO WS-STXD-ABSENCES.
           MOVE WS-STX-DETAIL TO REC-F-STATE.
           WRITE REC-F-STATE.
           ADD 1 TO WS-STX-DETAILS.
           ADD WS-S-STUDENT-ID(WS-IDX-1) TO WS-STX-ID-HASH.
       0332-WRITE-STATE-DETAIL-END.

      * Writes one rejects-list row off the WS-0337P-... parameters,
      * under the current class.
       0337-WRITE-STATE-REJECT-BEGIN.
           MOVE WS-CLASS-ID TO WS-STXR-CLASS-ID.
           MOVE WS-0337P-STUDENT-ID TO WS-STXR-STUDENT-ID.
           MOVE WS-0337P-LASTNAME TO WS-STXR-LASTNAME.
           MOVE WS-0337P-FIRSTNAME TO WS-STXR-FIRSTNAME.
           MOVE WS-0337P-COURSE TO WS-STXR-COURSE.
           MOVE WS-0337P-REASON TO WS-STXR-REASON.
           MOVE WS-STX-REJECT-LINE TO REC-F-STATEREJ.
           WRITE REC-F-STATEREJ.
           ADD 1 TO WS-STX-REJECT-ROWS.
       0337-WRITE-STATE-REJECT-END.

      * Writes the extract's "H" record: the school off the control
      * record, the term (the current class's marking period) and
      * the run date.
       0338-WRITE-STATE-HEADER-BEGIN.
           MOVE SPACE TO WS-STX-HEADER.
           MOVE "H" TO WS-STXH-TYPE.
           MOVE WS-SCHOOL-CODE TO WS-STXH-SCHOOL.
           MOVE WS-CLASS-PERIOD TO WS-STXH-TERM.
           MOVE WS-CURRENT-DATE TO WS-STXH-DATE.
           MOVE WS-STX-HEADER TO REC-F-STATE.
           WRITE REC-F-STATE.
           SET WS-STX-HDR-WRITTEN TO TRUE.
       0338-WRITE-STATE-HEADER-END.

      * Finishes the extract with its "T" record: detail and student
      * counts, students held out, and the hash totals of the
      * student IDs and grades on the detail records, for the state
      * to balance the file against. A run that extracted no class
      * still gets its header first.
       0339-CLOSE-STATE-EXTRACT-BEGIN.
           IF WS-STX-HDR-NOT-WRITTEN THEN
               PERFORM 0338-WRITE-STATE-HEADER-BEGIN
                  THRU 0338-WRITE-STATE-HEADER-END
           END-IF.
           MOVE SPACE TO WS-STX-TRAILER.
           MOVE "T" TO WS-STXT-TYPE.
           MOVE WS-STX-DETAILS TO WS-STXT-DETAILS.
           MOVE WS-STX-STUDENTS TO WS-STXT-STUDENTS.
           MOVE WS-STX-HELD TO WS-STXT-HELD.
           MOVE WS-STX-ID-HASH TO WS-STXT-ID-HASH.
           MOVE WS-STX-GRADE-HASH TO WS-STXT-GRADE-HASH.
           MOVE WS-STX-TRAILER TO REC-F-STATE.
           WRITE REC-F-STATE.
           CLOSE F-STATE.
           CLOSE F-STATEREJ.
       0339-CLOSE-STATE-EXTRACT-END.

      * Writes the deficiency notices for the class just computed:
      * every student failing a course against WS-PASS-CUTOFF,
      * carrying an INC code, or past WS-ABSENCE-LIMIT absences gets
      * one letter to their guardian listing what is wrong, less
      * whatever the notice log says the family was already told
      * this period. A student with nothing new gets no letter.
       0340-WRITE-NOTICES-BEGIN.
           PERFORM VARYING WS-IDX-NTC FROM 1 BY 1
                   UNTIL WS-IDX-NTC > WS-STUDENT-LGHT
               MOVE WS-IDX-NTC TO WS-STUDENT-ID
               PERFORM 0341-NOTICE-STUDENT-BEGIN
                  THRU 0341-NOTICE-STUDENT-END
           END-PERFORM.
       0340-WRITE-NOTICES-END.

      * Collects the notice items of the student in WS-STUDENT-ID
      * and writes their letter. With no guardian on file there is
      * nobody to write to: the student is raised as an exception
      * for the office to chase and nothing is logged, so the
      * letter goes out on the first run after the "08" record
      * arrives.
       0341-NOTICE-STUDENT-BEGIN.
           MOVE 0 TO WS-NTC-ITEM-LGHT.
           MOVE WS-S-STUDENT-ID(WS-STUDENT-ID) TO WS-1740P-STUDENT-ID.
           IF WS-1740P-STUDENT-ID EQUAL 0 THEN
               MOVE WS-S-LASTNAME(WS-STUDENT-ID) TO WS-1740P-LASTNAME
               MOVE WS-S-FIRSTNAME(WS-STUDENT-ID)
                   TO WS-1740P-FIRSTNAME
           ELSE
               MOVE SPACE TO WS-1740P-LASTNAME
               MOVE SPACE TO WS-1740P-FIRSTNAME
           END-IF.
           MOVE WS-CLASS-PERIOD TO WS-1740P-PERIOD.
           PERFORM VARYING WS-IDX-NTC-C FROM 1 BY 1
                   UNTIL WS-IDX-NTC-C > WS-COURSE-LGHT
               MOVE WS-C-NAME(WS-IDX-NTC-C) TO WS-0342P-COURSE
               MOVE WS-C-TEACHER(WS-IDX-NTC-C) TO WS-0342P-TEACHER
               IF WS-S-GRADE-OK(WS-STUDENT-ID, WS-IDX-NTC-C) AND
                  WS-S-GRADE(WS-STUDENT-ID, WS-IDX-NTC-C)
                  < WS-PASS-CUTOFF THEN
                   MOVE WS-S-GRADE(WS-STUDENT-ID, WS-IDX-NTC-C)
                       TO WS-0342P-GRADE
                   MOVE WS-0342P-GRADE TO WS-WRITE-NUM-BUFFER
                   MOVE WS-WRITE-NUM-BUFFER TO WS-0342P-GRADE-TEXT
                   MOVE "FAIL" TO WS-0342P-REASON
                   PERFORM 0342-ADD-NOTICE-ITEM-BEGIN
                      THRU 0342-ADD-NOTICE-ITEM-END
               END-IF
               IF WS-S-GRADE-INCOMPLETE(WS-STUDENT-ID, WS-IDX-NTC-C)
                  THEN
                   MOVE 0 TO WS-0342P-GRADE
                   MOVE "INC" TO WS-0342P-GRADE-TEXT
                   MOVE "INC" TO WS-0342P-REASON
                   PERFORM 0342-ADD-NOTICE-ITEM-BEGIN
                      THRU 0342-ADD-NOTICE-ITEM-END
               END-IF
           END-PERFORM.
      * The absence warning goes in the course slot as "ABSENCES",
      * with the count where a grade would be.
           IF WS-S-ABSENCES(WS-STUDENT-ID) > WS-ABSENCE-LIMIT THEN
               MOVE "ABSENCES" TO WS-0342P-COURSE
               MOVE SPACE TO WS-0342P-TEACHER
               MOVE 0 TO WS-0342P-GRADE
               MOVE WS-S-ABSENCES(WS-STUDENT-ID)
                   TO WS-0342P-GRADE-TEXT
               MOVE "ABS" TO WS-0342P-REASON
               PERFORM 0342-ADD-NOTICE-ITEM-BEGIN
                  THRU 0342-ADD-NOTICE-ITEM-END
           END-IF.
           IF WS-NTC-ITEM-LGHT NOT EQUAL 0 THEN
               IF WS-S-HAS-GUARDIAN(WS-STUDENT-ID) THEN
                   PERFORM 0343-WRITE-NOTICE-LETTER-BEGIN
                      THRU 0343-WRITE-NOTICE-LETTER-END
               ELSE
                   ADD 1 TO WS-NTC-UNSENT
                   DISPLAY "No guardian on file for "
                       WS-S-LASTNAME(WS-STUDENT-ID)
                   MOVE "NO GUARDIAN ON FILE" TO WS-0160P-TYPE
                   MOVE WS-S-LASTNAME(WS-STUDENT-ID)
                       TO WS-0160P-LASTNAME
                   MOVE WS-S-FIRSTNAME(WS-STUDENT-ID)
                       TO WS-0160P-FIRSTNAME
                   MOVE SPACE TO WS-0160P-COURSE
                   PERFORM 0160-WRITE-EXCEPTION-BEGIN
                      THRU 0160-WRITE-EXCEPTION-END
               END-IF
           END-IF.
       0341-NOTICE-STUDENT-END.

      * Adds one item off the WS-0342P-... parameters to the letter
      * being built, unless the notice log already holds the same
      * student/course/period inside the window.
       0342-ADD-NOTICE-ITEM-BEGIN.
           MOVE WS-0342P-COURSE TO WS-1740P-COURSE.
           PERFORM 1740-FIND-NOTICE-BEGIN
              THRU 1740-FIND-NOTICE-END.
           IF WS-1740R-INDEX EQUAL 0 OR
              WS-NTL-DATE(WS-1740R-INDEX) < WS-NTC-FROM-DATE THEN
               ADD 1 TO WS-NTC-ITEM-LGHT
               MOVE WS-0342P-COURSE
                   TO WS-NTI-COURSE(WS-NTC-ITEM-LGHT)
               MOVE WS-0342P-GRADE TO WS-NTI-GRADE(WS-NTC-ITEM-LGHT)
               MOVE WS-0342P-GRADE-TEXT
                   TO WS-NTI-GRADE-TEXT(WS-NTC-ITEM-LGHT)
               MOVE WS-0342P-TEACHER
                   TO WS-NTI-TEACHER(WS-NTC-ITEM-LGHT)
               MOVE WS-0342P-REASON
                   TO WS-NTI-REASON(WS-NTC-ITEM-LGHT)
           END-IF.
       0342-ADD-NOTICE-ITEM-END.

      * Writes the letter of the student in WS-STUDENT-ID: the
      * guardian's address block, what the letter is about, one line
      * per item with its grade and teacher, and logs every item as
      * it goes so neither a re-run nor a second section of the
      * same student repeats it.
       0343-WRITE-NOTICE-LETTER-BEGIN.
           MOVE WS-OUTPUT-STAR-LINE(1:60) TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE WS-S-GUARD-NAME(WS-STUDENT-ID) TO WS-COVER-NAME.
           MOVE WS-COVER-TO-LINE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE WS-S-GUARD-STREET(WS-STUDENT-ID) TO WS-COVER-STREET.
           MOVE WS-COVER-STREET-LINE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE WS-S-GUARD-CITY(WS-STUDENT-ID) TO WS-COVER-CITY.
           MOVE WS-S-GUARD-POSTAL(WS-STUDENT-ID) TO WS-COVER-POSTAL.
           MOVE WS-COVER-CITY-LINE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE SPACE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE WS-S-LASTNAME(WS-STUDENT-ID) TO WS-NTC-LNAME.
           MOVE WS-S-FIRSTNAME(WS-STUDENT-ID) TO WS-NTC-FNAME.
           MOVE WS-S-STUDENT-ID(WS-STUDENT-ID) TO WS-NTC-SID.
           MOVE WS-NTC-RE-LINE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE WS-CLASS-ID TO WS-NTC-CLASS-ID.
           MOVE WS-CLASS-LABEL TO WS-NTC-CLASS-LABEL.
           MOVE WS-CLASS-PERIOD TO WS-NTC-PERIOD.
           MOVE WS-CURRENT-DATE TO WS-NTC-DATE.
           MOVE WS-NTC-CLASS-LINE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE SPACE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE WS-NTC-HEAD-LINE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           PERFORM VARYING WS-IDX-NTI FROM 1 BY 1
                   UNTIL WS-IDX-NTI > WS-NTC-ITEM-LGHT
               MOVE WS-NTI-COURSE(WS-IDX-NTI) TO WS-NTC-L-COURSE
               MOVE WS-NTI-GRADE-TEXT(WS-IDX-NTI) TO WS-NTC-L-GRADE
               MOVE WS-NTI-TEACHER(WS-IDX-NTI) TO WS-NTC-L-TEACHER
               EVALUATE WS-NTI-REASON(WS-IDX-NTI)
                   WHEN "FAIL"
                       MOVE "BELOW PASSING GRADE" TO WS-NTC-L-REASON
                   WHEN "INC"
                       MOVE "INCOMPLETE" TO WS-NTC-L-REASON
                   WHEN OTHER
                       MOVE "OVER ABSENCE LIMIT" TO WS-NTC-L-REASON
               END-EVALUATE
               MOVE WS-NTC-ITEM-LINE TO REC-F-NOTICES
               WRITE REC-F-NOTICES
               PERFORM 0344-LOG-NOTICE-ITEM-BEGIN
                  THRU 0344-LOG-NOTICE-ITEM-END
           END-PERFORM.
           MOVE SPACE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           MOVE WS-NTC-CLOSE-LINE TO REC-F-NOTICES.
           WRITE REC-F-NOTICES.
           ADD 1 TO WS-NTC-LETTERS.
       0343-WRITE-NOTICE-LETTER-END.

      * Appends item WS-IDX-NTI of the letter just written to the
      * notice log, and enters it in the table for the rest of the
      * run. WS-1740P-KEY still holds the student and period.
       0344-LOG-NOTICE-ITEM-BEGIN.
           MOVE WS-S-STUDENT-ID(WS-STUDENT-ID) TO R-NL-STUDENT-ID.
           MOVE WS-S-LASTNAME(WS-STUDENT-ID) TO R-NL-LASTNAME.
           MOVE WS-S-FIRSTNAME(WS-STUDENT-ID) TO R-NL-FIRSTNAME.
           MOVE WS-CLASS-ID TO R-NL-CLASS-ID.
           MOVE WS-NTI-COURSE(WS-IDX-NTI) TO R-NL-COURSE.
           MOVE WS-CLASS-PERIOD TO R-NL-PERIOD.
           MOVE WS-NTI-REASON(WS-IDX-NTI) TO R-NL-REASON.
           MOVE WS-NTI-GRADE(WS-IDX-NTI) TO R-NL-GRADE.
           MOVE WS-CURRENT-DATE TO R-NL-DATE.
           WRITE REC-NOTICE-LOG.
           ADD 1 TO WS-NTC-ITEMS.
           MOVE WS-NTI-COURSE(WS-IDX-NTI) TO WS-1740P-COURSE.
           MOVE WS-CURRENT-DATE TO WS-0081P-DATE.
           PERFORM 0081-UPSERT-NOTICE-BEGIN
              THRU 0081-UPSERT-NOTICE-END.
       0344-LOG-NOTICE-ITEM-END.

      * Writes the missing-grade chase report once every class is in:
      * each item still open, grouped by the teacher of its course,
      * oldest first - or, once it has been open longer than
      * WS-CHS-ESCALATE-DAYS, grouped under its department head
      * instead - then the items that closed tonight, and the
      * totals. An item whose class wasn't in tonight's input stays
      * open as it was: nothing has been heard either way.
       0370-WRITE-CHASE-REPORT-BEGIN.
           MOVE WS-CURRENT-DATE TO WS-1770P-DATE.
           PERFORM 1770-PREVIOUS-DAY-BEGIN
              THRU 1770-PREVIOUS-DAY-END
               WS-CHS-ESCALATE-DAYS TIMES.
           MOVE WS-1770P-DATE TO WS-CHS-ESCALATE-DATE.
           MOVE 0 TO WS-CHS-ORDER-LGHT.
           PERFORM VARYING WS-IDX-OI FROM 1 BY 1
                   UNTIL WS-IDX-OI > WS-OI-LGHT
               IF WS-OI-CLASS-READ(WS-IDX-OI) AND
                  NOT WS-OI-SEEN-TONIGHT(WS-IDX-OI) THEN
                   ADD 1 TO WS-CHS-CLOSED
               ELSE
                   ADD 1 TO WS-CHS-OPEN
                   ADD 1 TO WS-CHS-ORDER-LGHT
                   MOVE WS-CHS-ORDER-LGHT TO WS-IDX-CHS
                   IF WS-OI-FIRST-SEEN(WS-IDX-OI)
                      < WS-CHS-ESCALATE-DATE THEN
                       ADD 1 TO WS-CHS-ESCALATED
                       MOVE "2" TO WS-CHS-SK-SECTION(WS-IDX-CHS)
                       MOVE WS-OI-DEPT(WS-IDX-OI)
                           TO WS-CHS-SK-GROUP(WS-IDX-CHS)
                       IF WS-OI-DEPT(WS-IDX-OI) EQUAL SPACE THEN
                           MOVE "NO DEPARTMENT"
                               TO WS-CHS-SK-GROUP(WS-IDX-CHS)
                       END-IF
                   ELSE
                       MOVE "1" TO WS-CHS-SK-SECTION(WS-IDX-CHS)
                       MOVE WS-OI-TEACHER(WS-IDX-OI)
                           TO WS-CHS-SK-GROUP(WS-IDX-CHS)
                       IF WS-OI-TEACHER(WS-IDX-OI) EQUAL SPACE THEN
                           MOVE "NO TEACHER ASSIGNED"
                               TO WS-CHS-SK-GROUP(WS-IDX-CHS)
                       END-IF
                   END-IF
                   MOVE WS-OI-FIRST-SEEN(WS-IDX-OI)
                       TO WS-CHS-SK-FIRST(WS-IDX-CHS)
                   MOVE WS-OI-KEY(WS-IDX-OI)
                       TO WS-CHS-SK-ITEM(WS-IDX-CHS)
                   MOVE WS-IDX-OI TO WS-CHS-ITEM-NDX(WS-IDX-CHS)
               END-IF
           END-PERFORM.
           PERFORM 0371-SORT-CHASE-ITEMS-BEGIN
              THRU 0371-SORT-CHASE-ITEMS-END.

           OPEN OUTPUT F-CHASE.
           MOVE WS-CURRENT-DATE TO WS-CHS-TTL-DATE.
           MOVE WS-CHS-ESCALATE-DAYS TO WS-CHS-TTL-DAYS.
           MOVE WS-CHS-ESCALATE-DATE TO WS-CHS-TTL-CUTOFF.
           MOVE WS-CHS-TITLE-LINE TO REC-F-CHASE.
           WRITE REC-F-CHASE.
           IF WS-CHS-ORDER-LGHT EQUAL 0 THEN
               MOVE SPACE TO REC-F-CHASE
               WRITE REC-F-CHASE
               MOVE "NO OPEN ITEMS" TO REC-F-CHASE
               WRITE REC-F-CHASE
           END-IF.
           MOVE SPACE TO WS-CHS-LAST-GROUP.
           PERFORM VARYING WS-IDX-CHS FROM 1 BY 1
                   UNTIL WS-IDX-CHS > WS-CHS-ORDER-LGHT
               IF WS-CHS-SORT-KEY(WS-IDX-CHS)(1:21)
                  NOT EQUAL WS-CHS-LAST-GROUP THEN
                   MOVE WS-CHS-SORT-KEY(WS-IDX-CHS)(1:21)
                       TO WS-CHS-LAST-GROUP
                   MOVE SPACE TO REC-F-CHASE
                   WRITE REC-F-CHASE
                   IF WS-CHS-SK-SECTION(WS-IDX-CHS) EQUAL "2" THEN
                       MOVE "DEPARTMENT HEAD: " TO WS-CHS-GRP-LABEL
                   ELSE
                       MOVE "TEACHER: " TO WS-CHS-GRP-LABEL
                   END-IF
                   MOVE WS-CHS-SK-GROUP(WS-IDX-CHS) TO WS-CHS-GRP-NAME
                   MOVE WS-CHS-GROUP-LINE TO REC-F-CHASE
                   WRITE REC-F-CHASE
                   MOVE WS-CHS-HEAD-LINE TO REC-F-CHASE
                   WRITE REC-F-CHASE
               END-IF
               MOVE WS-CHS-ITEM-NDX(WS-IDX-CHS) TO WS-IDX-OI
               PERFORM 0372-WRITE-CHASE-ITEM-BEGIN
                  THRU 0372-WRITE-CHASE-ITEM-END
           END-PERFORM.
           IF WS-CHS-CLOSED > 0 THEN
               MOVE SPACE TO REC-F-CHASE
               WRITE REC-F-CHASE
               MOVE "CLOSED THIS RUN" TO REC-F-CHASE
               WRITE REC-F-CHASE
               MOVE WS-CHS-HEAD-LINE TO REC-F-CHASE
               WRITE REC-F-CHASE
               PERFORM VARYING WS-IDX-OI FROM 1 BY 1
                       UNTIL WS-IDX-OI > WS-OI-LGHT
                   IF WS-OI-CLASS-READ(WS-IDX-OI) AND
                      NOT WS-OI-SEEN-TONIGHT(WS-IDX-OI) THEN
                       PERFORM 0372-WRITE-CHASE-ITEM-BEGIN
                          THRU 0372-WRITE-CHASE-ITEM-END
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACE TO REC-F-CHASE.
           WRITE REC-F-CHASE.
           MOVE WS-CHS-OPEN TO WS-CHS-T-OPEN.
           MOVE WS-CHS-ESCALATED TO WS-CHS-T-ESC.
           MOVE WS-CHS-CLOSED TO WS-CHS-T-CLOSED.
           MOVE WS-CHS-TOTAL-LINE TO REC-F-CHASE.
           WRITE REC-F-CHASE.
           CLOSE F-CHASE.
       0370-WRITE-CHASE-REPORT-END.

      * Sorts the chase report's running order ascending on its sort
      * key, same shell sort as 1750-SORT-STAT-GRADES-BEGIN.
       0371-SORT-CHASE-ITEMS-BEGIN.
           DIVIDE WS-CHS-ORDER-LGHT BY 2 GIVING WS-CHS-GAP.
           PERFORM UNTIL WS-CHS-GAP < 1
               PERFORM VARYING WS-CHS-I FROM WS-CHS-GAP BY 1
                       UNTIL WS-CHS-I >= WS-CHS-ORDER-LGHT
                   COMPUTE WS-CHS-J = WS-CHS-I + 1
                   PERFORM UNTIL WS-CHS-J <= WS-CHS-GAP
                           OR WS-CHS-SORT-KEY(WS-CHS-J - WS-CHS-GAP)
                              <= WS-CHS-SORT-KEY(WS-CHS-J)
                       MOVE WS-CHS-ORDER(WS-CHS-J) TO WS-CHS-HOLD
                       MOVE WS-CHS-ORDER(WS-CHS-J - WS-CHS-GAP)
                           TO WS-CHS-ORDER(WS-CHS-J)
                       MOVE WS-CHS-HOLD
                           TO WS-CHS-ORDER(WS-CHS-J - WS-CHS-GAP)
                       SUBTRACT WS-CHS-GAP FROM WS-CHS-J
                   END-PERFORM
               END-PERFORM
               DIVIDE WS-CHS-GAP BY 2 GIVING WS-CHS-GAP
           END-PERFORM.
       0371-SORT-CHASE-ITEMS-END.

      * Writes one chase-report line for open item WS-IDX-OI.
       0372-WRITE-CHASE-ITEM-BEGIN.
           MOVE WS-OI-FIRST-SEEN(WS-IDX-OI) TO WS-CHS-I-FIRST.
           MOVE WS-OI-RUNS(WS-IDX-OI) TO WS-CHS-I-RUNS.
           MOVE WS-OI-CLASS-ID(WS-IDX-OI) TO WS-CHS-I-CLASS.
           MOVE WS-OI-STUDENT-ID(WS-IDX-OI) TO WS-CHS-I-SID.
           MOVE WS-OI-LASTNAME(WS-IDX-OI) TO WS-CHS-I-LNAME.
           MOVE WS-OI-FIRSTNAME(WS-IDX-OI) TO WS-CHS-I-FNAME.
           MOVE WS-OI-COURSE(WS-IDX-OI) TO WS-CHS-I-COURSE.
           MOVE WS-OI-TEACHER(WS-IDX-OI) TO WS-CHS-I-TEACHER.
           MOVE WS-CHS-ITEM-LINE TO REC-F-CHASE.
           WRITE REC-F-CHASE.
       0372-WRITE-CHASE-ITEM-END.

      * Writes the open-items file back whole, less the items that
      * closed tonight, to data/openitems.new and swaps it into
      * place with the delete-and-rename the history compaction
      * uses - an abend before this point leaves last night's file
      * exactly as it was.
       0373-REWRITE-OPEN-ITEMS-BEGIN.
           OPEN OUTPUT F-OPENNEW.
           PERFORM VARYING WS-IDX-OI FROM 1 BY 1
                   UNTIL WS-IDX-OI > WS-OI-LGHT
               IF NOT WS-OI-CLASS-READ(WS-IDX-OI) OR
                  WS-OI-SEEN-TONIGHT(WS-IDX-OI) THEN
                   MOVE WS-OI-CLASS-ID(WS-IDX-OI) TO WS-OIN-CLASS-ID
                   MOVE WS-OI-STUDENT-ID(WS-IDX-OI)
                       TO WS-OIN-STUDENT-ID
                   MOVE WS-OI-LASTNAME(WS-IDX-OI) TO WS-OIN-LASTNAME
                   MOVE WS-OI-FIRSTNAME(WS-IDX-OI)
                       TO WS-OIN-FIRSTNAME
                   MOVE WS-OI-COURSE(WS-IDX-OI) TO WS-OIN-COURSE
                   MOVE WS-OI-TEACHER(WS-IDX-OI) TO WS-OIN-TEACHER
                   MOVE WS-OI-DEPT(WS-IDX-OI) TO WS-OIN-DEPT
                   MOVE WS-OI-FIRST-SEEN(WS-IDX-OI)
                       TO WS-OIN-FIRST-SEEN
                   MOVE WS-OI-LAST-SEEN(WS-IDX-OI)
                       TO WS-OIN-LAST-SEEN
                   MOVE WS-OI-RUNS(WS-IDX-OI) TO WS-OIN-RUNS
                   MOVE WS-OPENNEW-ROW TO REC-F-OPENNEW
                   WRITE REC-F-OPENNEW
               END-IF
           END-PERFORM.
           CLOSE F-OPENNEW.
           CALL "CBL_DELETE_FILE" USING WS-OPENITEMS-FILENAME
               RETURNING WS-CBL-RETURN-CODE
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-OPENNEW-FILENAME
                                        WS-OPENITEMS-FILENAME
               RETURNING WS-CBL-RETURN-CODE
           END-CALL.
       0373-REWRITE-OPEN-ITEMS-END.

      * Writes one already-formatted line to F-OUTPUT and counts it,
      * so 0065-WRITE-CHECKPOINT-BEGIN always knows exactly how many
      * Each course contributes a grade column and a letter column.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-COURSE-LGHT
      * A catalog course is headed by its official code, the key the
      * registrar's tooling matches on; otherwise by its label.
               IF WS-C-CODE(WS-IDX-2) NOT EQUAL SPACE THEN
                   STRING WS-C-CODE(WS-IDX-2) DELIMITED BY SPACE
                       INTO WS-CSV-LINE
                       WITH POINTER WS-CSV-PTR
                   END-STRING
               ELSE
                   STRING WS-C-NAME(WS-IDX-2) DELIMITED BY SPACE
                       INTO WS-CSV-LINE
                       WITH POINTER WS-CSV-PTR
                   END-STRING
               END-IF
               STRING ";" DELIMITED BY SIZE
                      "LTR" DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                  "STATUS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ABSENCES" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CREDITS" DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
           END-STRING.
      * Same ";" separator as 0350-WRITE-CSV-HEADER-BEGIN, for the
      * same reason.
       0360-WRITE-CSV-ROW-BEGIN.
           MOVE WS-S-CREDITS(WS-STUDENT-ID) TO WS-CSV-CREDITS.
           MOVE SPACE TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING WS-STUD-OUT-NAME DELIMITED BY SPACE
                  WS-STUD-OUT-STATUS DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-STUD-OUT-ABS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CSV-CREDITS DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
           END-STRING.
                   UNTIL WS-IDX-1 > WS-STUDENT-LGHT
               MOVE WS-SORT-ORDER(WS-IDX-1) TO WS-STUDENT-ID
               MOVE WS-IDX-1 TO WS-CARD-RANK
      * A reprint for one student (by last name or district ID)
      * writes only that student's card.
               IF WS-RPT-STUDENT EQUAL SPACE OR
                  WS-RPT-STUDENT EQUAL WS-S-LASTNAME(WS-STUDENT-ID) OR
                  (WS-RPT-STUDENT IS NUMERIC AND
                   WS-RPT-STUDENT-NUM EQUAL
                       WS-S-STUDENT-ID(WS-STUDENT-ID)) THEN
                   ADD 1 TO WS-RPT-MATCHED
                   IF WS-MAIL-WANTED THEN
                       PERFORM 0391-WRITE-CARD-COVER-BEGIN
                          THRU 0391-WRITE-CARD-COVER-END
                   END-IF
                   PERFORM 0390-WRITE-CARD-PAGE-BEGIN
                      THRU 0390-WRITE-CARD-PAGE-END
               END-IF
           END-PERFORM.
           CLOSE F-CARDS.
           IF WS-MAIL-WANTED THEN
                       MOVE WS-S-AVERAGE(WS-IDX-1) TO R-H-AVERAGE
                       MOVE WS-S-STUDENT-ID(WS-IDX-1)
                           TO R-H-STUDENT-ID
      * Credits only mean something against a catalog; without one
      * the field stays blank and the transcript keeps counting one
      * credit per passed term.
                       IF WS-CATALOG-LGHT NOT EQUAL 0 THEN
                           MOVE WS-S-CREDITS(WS-IDX-1)
                               TO R-H-CREDITS-NUM
                       ELSE
                           MOVE SPACE TO R-H-CREDITS
                       END-IF
                       MOVE WS-CLASS-PERIOD TO R-H-PERIOD
                       WRITE REC-HISTORY-STUDENT
                       MOVE WS-CLASS-ID TO WS-1700P-CLASS
                       MOVE WS-S-LASTNAME(WS-IDX-1)
                   MOVE WS-C-NAME(WS-IDX-2) TO R-HC-COURSE
                   MOVE WS-CURRENT-DATE TO R-HC-DATE
                   MOVE WS-C-AVERAGE(WS-IDX-2) TO R-HC-AVERAGE
                   MOVE WS-C-CODE(WS-IDX-2) TO R-HC-CODE
                   IF WS-C-CODE(WS-IDX-2) NOT EQUAL SPACE THEN
                       MOVE WS-C-CREDIT(WS-IDX-2) TO R-HC-CREDIT-NUM
                   ELSE
                       MOVE SPACE TO R-HC-CREDIT
                   END-IF
                   MOVE WS-CLASS-PERIOD TO R-HC-PERIOD
                   WRITE REC-HISTORY-COURSE
               END-PERFORM
           END-IF.
       0470-POST-HISTORY-END.

      * Runs the year-end pass over the history master loaded whole
      * into WS-TRANS: for every class/student key, the latest
      * posting of each weighted marking period on or after the
      * year's start date is combined into the weighted final grade,
      * listed on the final-grade report, and posted back to the
      * master as an "S" row of its own under period "FY". A key
      * with no posting in any weighted period gets no final. A
      * rerun on the same day supersedes its own finals the usual
      * way, same key and date.
       0490-RUN-YEAR-END-BEGIN.
           IF WS-YE-FROM-DATE EQUAL 0 THEN
               COMPUTE WS-YE-FROM-DATE = WS-CURRENT-DATE - 10000
           END-IF.
           OPEN OUTPUT F-FINAL.
           MOVE WS-CURRENT-DATE TO WS-FIN-TTL-DATE.
           MOVE WS-YE-FROM-DATE TO WS-FIN-TTL-FROM.
           MOVE WS-FIN-TITLE-LINE TO REC-F-FINAL.
           WRITE REC-F-FINAL.
           MOVE SPACE TO WS-FIN-TEXT.
           MOVE 1 TO WS-FIN-PTR.
           STRING "PERIOD WEIGHTS" DELIMITED BY SIZE
               INTO WS-FIN-TEXT
               WITH POINTER WS-FIN-PTR
           END-STRING.
           PERFORM VARYING WS-IDX-PW FROM 1 BY 1
                   UNTIL WS-IDX-PW > WS-PW-LGHT
               STRING " " DELIMITED BY SIZE
                      WS-PW-CODE(WS-IDX-PW) DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      WS-PW-WEIGHT(WS-IDX-PW) DELIMITED BY SIZE
                   INTO WS-FIN-TEXT
                   WITH POINTER WS-FIN-PTR
               END-STRING
           END-PERFORM.
           MOVE WS-FIN-TEXT TO REC-F-FINAL.
           WRITE REC-F-FINAL.
           MOVE SPACE TO REC-F-FINAL.
           WRITE REC-F-FINAL.
           OPEN EXTEND F-HISTORY.
           IF F-HISTORY-STATUS-NO-FILE THEN
               OPEN OUTPUT F-HISTORY
           END-IF.
           MOVE 1 TO WS-YE-FIRST.
           PERFORM UNTIL WS-YE-FIRST > WS-TRANS-LGHT
               MOVE WS-YE-FIRST TO WS-YE-LAST
               PERFORM UNTIL WS-YE-LAST >= WS-TRANS-LGHT
                       OR WS-T-STUDENT-KEY(WS-YE-LAST + 1) NOT EQUAL
                          WS-T-STUDENT-KEY(WS-YE-FIRST)
                   ADD 1 TO WS-YE-LAST
               END-PERFORM
               PERFORM 0491-GRADE-YEAR-END-STUDENT-BEGIN
                  THRU 0491-GRADE-YEAR-END-STUDENT-END
               COMPUTE WS-YE-FIRST = WS-YE-LAST + 1
           END-PERFORM.
           CLOSE F-HISTORY.
           MOVE SPACE TO REC-F-FINAL.
           WRITE REC-F-FINAL.
           MOVE SPACE TO REC-F-FINAL.
           STRING "FINAL GRADES POSTED " DELIMITED BY SIZE
                  WS-YE-GRADED DELIMITED BY SIZE
                  "  NO PERIOD POSTINGS " DELIMITED BY SIZE
                  WS-YE-SKIPPED DELIMITED BY SIZE
               INTO REC-F-FINAL
           END-STRING.
           WRITE REC-F-FINAL.
           CLOSE F-FINAL.
       0490-RUN-YEAR-END-END.

      * Grades the one student key spanning WS-YE-FIRST to WS-YE-LAST
      * in WS-TRANS. Rows are in date order within the key, so the
      * last matching row found per period is the latest posting.
      * The final is the weighted average over the periods actually
      * found - a missing period shows MISS on the report and simply
      * drops out of the divisor. The credits posted with the final
      * are the ones of the latest period posting that went into it.
       0491-GRADE-YEAR-END-STUDENT-BEGIN.
           MOVE 0 TO WS-YE-WEIGHT-SUM.
           MOVE 0 TO WS-YE-POINT-SUM.
           MOVE 0 TO WS-YE-LATEST-ROW.
           PERFORM VARYING WS-IDX-PW FROM 1 BY 1
                   UNTIL WS-IDX-PW > WS-PW-MAX
               MOVE 0 TO WS-YE-P-ROW(WS-IDX-PW)
               MOVE SPACE TO WS-FIN-PER-CODE(WS-IDX-PW)
               MOVE SPACE TO WS-FIN-PER-AVG(WS-IDX-PW)
           END-PERFORM.
           PERFORM VARYING WS-IDX-PW FROM 1 BY 1
                   UNTIL WS-IDX-PW > WS-PW-LGHT
               PERFORM VARYING WS-IDX-TRN FROM WS-YE-FIRST BY 1
                       UNTIL WS-IDX-TRN > WS-YE-LAST
                   IF WS-T-PERIOD(WS-IDX-TRN) EQUAL
                      WS-PW-CODE(WS-IDX-PW) AND
                      WS-T-DATE(WS-IDX-TRN) >= WS-YE-FROM-DATE THEN
                       MOVE WS-IDX-TRN TO WS-YE-P-ROW(WS-IDX-PW)
                   END-IF
               END-PERFORM
               MOVE WS-PW-CODE(WS-IDX-PW) TO WS-FIN-PER-CODE(WS-IDX-PW)
               IF WS-YE-P-ROW(WS-IDX-PW) EQUAL 0 THEN
                   MOVE "MISS" TO WS-FIN-PER-AVG(WS-IDX-PW)
               ELSE
                   MOVE WS-YE-P-ROW(WS-IDX-PW) TO WS-IDX-TRN
                   MOVE WS-T-AVERAGE(WS-IDX-TRN) TO WS-WRITE-NUM-BUFFER
                   MOVE WS-WRITE-NUM-BUFFER
                       TO WS-FIN-PER-AVG(WS-IDX-PW)
                   ADD WS-PW-WEIGHT(WS-IDX-PW) TO WS-YE-WEIGHT-SUM
                   COMPUTE WS-YE-POINT-SUM = WS-YE-POINT-SUM +
                       WS-T-AVERAGE(WS-IDX-TRN) *
                       WS-PW-WEIGHT(WS-IDX-PW)
                   IF WS-IDX-TRN > WS-YE-LATEST-ROW THEN
                       MOVE WS-IDX-TRN TO WS-YE-LATEST-ROW
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-YE-WEIGHT-SUM EQUAL 0 THEN
               ADD 1 TO WS-YE-SKIPPED
           ELSE
               ADD 1 TO WS-YE-GRADED
               COMPUTE WS-YE-FINAL ROUNDED =
                   WS-YE-POINT-SUM / WS-YE-WEIGHT-SUM
               MOVE WS-T-CLASS(WS-YE-FIRST) TO WS-FIN-CLASS
               MOVE WS-T-LASTNAME(WS-YE-FIRST) TO WS-FIN-LNAME
               MOVE WS-T-FIRSTNAME(WS-YE-FIRST) TO WS-FIN-FNAME
               MOVE WS-T-STUD-ID(WS-YE-FIRST) TO WS-FIN-SID
               MOVE WS-YE-FINAL TO WS-WRITE-NUM-BUFFER
               MOVE WS-WRITE-NUM-BUFFER TO WS-FIN-FINAL
               MOVE WS-YE-FINAL TO WS-1650P-GRADE
               PERFORM 1650-GRADE-TO-LETTER-BEGIN
                  THRU 1650-GRADE-TO-LETTER-END
               MOVE WS-1650R-LETTER TO WS-FIN-LTR
               MOVE WS-FIN-LINE TO REC-F-FINAL
               WRITE REC-F-FINAL
               MOVE "S" TO R-H-TYPE
               MOVE WS-T-CLASS(WS-YE-FIRST) TO R-H-CLASS-ID
               MOVE WS-T-LASTNAME(WS-YE-FIRST) TO R-H-LASTNAME
               MOVE WS-T-FIRSTNAME(WS-YE-FIRST) TO R-H-FIRSTNAME
               MOVE WS-CURRENT-DATE TO R-H-DATE
               MOVE WS-YE-FINAL TO R-H-AVERAGE
               MOVE WS-T-STUD-ID(WS-YE-FIRST) TO R-H-STUDENT-ID
               MOVE WS-T-CREDITS(WS-YE-LATEST-ROW) TO R-H-CREDITS
               MOVE "FY" TO R-H-PERIOD
               WRITE REC-HISTORY-STUDENT
           END-IF.
       0491-GRADE-YEAR-END-STUDENT-END.

      * Runs the maintenance pass: compacts the history master down
      * to the latest posting plus WS-KEEP-TERMS prior terms per
      * key, deletes dated output files older than WS-RETAIN-DAYS,
      * the school year doesn't start with a history load warning
      * and a full disk.
       0410-RUN-MAINTENANCE-BEGIN.
           IF WS-YE-FROM-DATE EQUAL 0 THEN
               COMPUTE WS-YE-FROM-DATE = WS-CURRENT-DATE - 10000
           END-IF.
           OPEN OUTPUT F-MAINTAUDIT.
           MOVE SPACE TO WS-AUD-LINE.
           STRING "MAINTENANCE " DELIMITED BY SIZE
           END-STRING.
           MOVE WS-AUD-LINE TO REC-F-MAINTAUDIT.
           WRITE REC-F-MAINTAUDIT.
           MOVE SPACE TO WS-AUD-LINE.
           STRING "HISTORY ROWS PROTECTED " DELIMITED BY SIZE
                  WS-MNT-PROTECTED DELIMITED BY SIZE
                  " DATED ON OR AFTER " DELIMITED BY SIZE
                  WS-YE-FROM-DATE DELIMITED BY SIZE
                  " (OPEN SCHOOL YEAR)" DELIMITED BY SIZE
               INTO WS-AUD-LINE
           END-STRING.
           MOVE WS-AUD-LINE TO REC-F-MAINTAUDIT.
           WRITE REC-F-MAINTAUDIT.
           CLOSE F-MAINTAUDIT.
           DISPLAY "Maintenance: " WS-MNT-KEPT " rows kept, "
               WS-MNT-REMOVED " removed, " WS-MNT-FILES-DELETED
      * WS-KEEP-TERMS prior terms per key - student keys off
      * WS-TRANS, course keys off WS-CTRANS, both already sorted
      * with each key's postings adjacent and chronological, so
      * keeping a group's tail is keeping its newest. Postings of
      * the school year still open (dated on or after
      * WS-YE-FROM-DATE) are all kept and don't count toward the
      * depth: a year of marking periods, exams and amendment
      * re-postings would otherwise push its own first periods out
      * before year-end and awards ever see them. The rewrite goes
      * to data/history.new and is swapped into place with the
      * same delete-and-rename the restart trim uses. Every removed
      * row leaves an audit line.
       0412-COMPACT-HISTORY-BEGIN.
                          WS-T-STUDENT-KEY(WS-MNT-I)
                   ADD 1 TO WS-MNT-J
               END-PERFORM
               COMPUTE WS-MNT-L = WS-MNT-J + 1
               PERFORM UNTIL WS-MNT-L EQUAL WS-MNT-I
                       OR WS-T-DATE(WS-MNT-L - 1) < WS-YE-FROM-DATE
                   SUBTRACT 1 FROM WS-MNT-L
               END-PERFORM
               COMPUTE WS-MNT-PROTECTED = WS-MNT-PROTECTED +
                   WS-MNT-J - WS-MNT-L + 1
               IF WS-MNT-L > WS-KEEP-TERMS + 1 THEN
                   COMPUTE WS-MNT-FROM = WS-MNT-L - 1 - WS-KEEP-TERMS
               ELSE
                   MOVE WS-MNT-I TO WS-MNT-FROM
               END-IF
                       MOVE WS-T-DATE(WS-MNT-K) TO WS-HN-DATE
                       MOVE WS-T-AVERAGE(WS-MNT-K) TO WS-HN-AVERAGE
                       MOVE WS-T-STUD-ID(WS-MNT-K) TO WS-HN-STUD-ID
                       MOVE WS-T-CREDITS(WS-MNT-K) TO WS-HN-CREDITS
                       MOVE WS-T-PERIOD(WS-MNT-K) TO WS-HN-PERIOD
                       MOVE WS-HISTNEW-S-ROW TO REC-F-HISTNEW
                       WRITE REC-F-HISTNEW
                   END-IF
                          WS-CT-COURSE-KEY(WS-MNT-I)
                   ADD 1 TO WS-MNT-J
               END-PERFORM
               COMPUTE WS-MNT-L = WS-MNT-J + 1
               PERFORM UNTIL WS-MNT-L EQUAL WS-MNT-I
                       OR WS-CT-DATE(WS-MNT-L - 1) < WS-YE-FROM-DATE
                   SUBTRACT 1 FROM WS-MNT-L
               END-PERFORM
               COMPUTE WS-MNT-PROTECTED = WS-MNT-PROTECTED +
                   WS-MNT-J - WS-MNT-L + 1
               IF WS-MNT-L > WS-KEEP-TERMS + 1 THEN
                   COMPUTE WS-MNT-FROM = WS-MNT-L - 1 - WS-KEEP-TERMS
               ELSE
                   MOVE WS-MNT-I TO WS-MNT-FROM
               END-IF
                       MOVE WS-CT-DATE(WS-MNT-K) TO WS-HNC-DATE
                       MOVE WS-CT-AVERAGE(WS-MNT-K)
                           TO WS-HNC-AVERAGE
                       MOVE WS-CT-CODE(WS-MNT-K) TO WS-HNC-CODE
                       MOVE WS-CT-CREDIT(WS-MNT-K) TO WS-HNC-CREDIT
                       MOVE WS-CT-PERIOD(WS-MNT-K) TO WS-HNC-PERIOD
                       MOVE WS-HISTNEW-C-ROW TO REC-F-HISTNEW
                       WRITE REC-F-HISTNEW
                   END-IF
           MOVE "output/maintsum_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
      * The year-end final-grade report itself is the school's record
      * of the year and is never aged off, only its summary page.
           MOVE "output/yearsum_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/anomaly_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/amendanom_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/state_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/staterej_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/chase_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
      * The letters age off like any other dated output - the notice
      * log under data/ is the lasting record of what was sent.
           MOVE "output/notices_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/noticeexc_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/noticesum_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/nightsum_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/awards_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/awardsum_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/reprintexc_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/reprintsum_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
      * The per-class outputs also exist under their plain
      * unlabeled names when a file carried no class header.
           MOVE 1 TO WS-DEL-WITH-CLASSES.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/promo_amended_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/reprint_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/cards_reprint_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/teacher_reprint_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/promo_reprint_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/output_" TO WS-DEL-PREFIX.
           MOVE "output/amended_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
           MOVE "output/reprint_" TO WS-DEL-PREFIX.
           PERFORM 0418-DELETE-DATED-STEM-BEGIN
              THRU 0418-DELETE-DATED-STEM-END.
       0417-DELETE-DATED-FILES-END.

      * Tries one stem for the date being aged: the plain dated
      * order already delivers each student's posted terms adjacent
      * and chronological. Each page lists every term with its
      * average, letter (off the scale currently in effect) and
      * the credits it earned - the catalog credits of the courses
      * passed when the term was posted against the course catalog,
      * otherwise one credit for a term at or above WS-PASS-CUTOFF,
      * the convention the counselors signed off on before the
      * catalog - then the term/credit totals and the cumulative average
      * across terms. The filter narrows the run to one class id or
      * one last name when the command line named one.
       0460-WRITE-TRANSCRIPTS-BEGIN.
           MOVE WS-T-LASTNAME(WS-IDX-TRN-2) TO WS-TRN-STU-NAME.
           MOVE WS-T-FIRSTNAME(WS-IDX-TRN-2) TO WS-TRN-STU-FNAME.
           MOVE WS-T-STUD-ID(WS-IDX-TRN-2) TO WS-TRN-STU-ID.
           MOVE WS-IDX-TRN-2 TO WS-TRN-FIRST-ROW.
           MOVE WS-TRN-STUDENT-LINE TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT.
           MOVE SPACE TO REC-F-TRANSCRIPT.
       0462-START-TRANSCRIPT-PAGE-END.

      * Writes one posted term's line on the open page and folds it
      * into the page's totals. A marking-period posting with a
      * year-end final of the same student dated on or after it is
      * listed with a "-" credit and left out of the totals - that
      * final already counts the year.
       0464-WRITE-TRANSCRIPT-TERM-BEGIN.
           MOVE WS-T-DATE(WS-IDX-TRN-2) TO WS-TRN-TERM-DATE.
           MOVE WS-T-PERIOD(WS-IDX-TRN-2) TO WS-TRN-TERM-PERIOD.
           SET WS-TRN-COVERED-NO TO TRUE.
           IF WS-T-PERIOD(WS-IDX-TRN-2) NOT EQUAL "FY" THEN
               PERFORM VARYING WS-IDX-TRN FROM WS-TRN-FIRST-ROW BY 1
                       UNTIL WS-IDX-TRN > WS-TRANS-LGHT
                       OR WS-TRN-COVERED-YES
                   IF WS-T-STUDENT-KEY(WS-IDX-TRN) EQUAL
                      WS-T-STUDENT-KEY(WS-IDX-TRN-2) AND
                      WS-T-PERIOD(WS-IDX-TRN) EQUAL "FY" AND
                      WS-T-DATE(WS-IDX-TRN) >=
                      WS-T-DATE(WS-IDX-TRN-2) THEN
                       SET WS-TRN-COVERED-YES TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-T-AVERAGE(WS-IDX-TRN-2) TO WS-WRITE-NUM-BUFFER.
           MOVE WS-WRITE-NUM-BUFFER TO WS-TRN-TERM-AVG.
           MOVE WS-T-AVERAGE(WS-IDX-TRN-2) TO WS-1650P-GRADE.
           PERFORM 1650-GRADE-TO-LETTER-BEGIN
              THRU 1650-GRADE-TO-LETTER-END.
           MOVE WS-1650R-LETTER TO WS-TRN-TERM-LTR.
      * A term posted against the course catalog carries the credits
      * actually earned; an older term, or one posted without a
      * catalog, falls back to one credit for a passing average.
           IF WS-TRN-COVERED-YES THEN
               MOVE "-" TO WS-TRN-TERM-CREDIT
           ELSE
           IF WS-T-CREDITS(WS-IDX-TRN-2) IS NUMERIC THEN
               MOVE WS-T-CREDITS-NUM(WS-IDX-TRN-2) TO WS-TRN-CREDIT-ED
               MOVE WS-TRN-CREDIT-ED TO WS-TRN-TERM-CREDIT
               ADD WS-T-CREDITS-NUM(WS-IDX-TRN-2) TO WS-TRN-CREDITS
           ELSE
               IF WS-T-AVERAGE(WS-IDX-TRN-2) >= WS-PASS-CUTOFF THEN
                   MOVE "YES" TO WS-TRN-TERM-CREDIT
                   ADD 1 TO WS-TRN-CREDITS
               ELSE
                   MOVE "NO" TO WS-TRN-TERM-CREDIT
               END-IF
           END-IF
           ADD 1 TO WS-TRN-TERMS
           ADD WS-T-AVERAGE(WS-IDX-TRN-2) TO WS-TRN-AVG-SUM
           END-IF.
           MOVE WS-TRN-TERM-LINE TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT.
       0464-WRITE-TRANSCRIPT-TERM-END.
           MOVE WS-COURSE-ID TO WS-CRS-OUT-NBR.
           MOVE WS-C-COEF(WS-COURSE-ID) TO WS-CRS-OUT-COEF.
           MOVE WS-C-NAME(WS-COURSE-ID) TO WS-CRS-OUT-NAME.
           MOVE WS-C-CODE(WS-COURSE-ID) TO WS-CRS-OUT-CODE.
           MOVE WS-C-CREDIT(WS-COURSE-ID) TO WS-CRS-OUT-CREDIT.
       0800-SETUP-OUTPUT-COURSE-END.

      * Writes either the honor roll (WS-0900P-MODE "H", average at or
      * which ones, and applies the rule - retain at
      * WS-PROMO-RETAIN-MIN failed courses, review at
      * WS-PROMO-REVIEW-MIN or on an incomplete or on no graded
      * course at all, promote otherwise. Tonight's overall average
      * never enters into it: a passing average can hide three
      * failed core courses. The year-end final grade does, once the
      * year-end run has posted one no older than the key's latest
      * marking-period posting (last year's final no longer counts):
      * it then decides in place of the last run's courses - retain
      * below WS-PASS-CUTOFF, promote at or above it - except that
      * an incomplete still goes to review.
       0965-EVALUATE-PROMOTION-BEGIN.
           MOVE 0 TO WS-0965R-FAILED.
           MOVE SPACE TO WS-0965R-LIST.
           MOVE 1 TO WS-0965-PTR.
           SET WS-0965R-NO-FINAL TO TRUE.
           MOVE 0 TO WS-0965R-FINAL-AVG.
           MOVE WS-CLASS-ID TO WS-1700P-CLASS.
           MOVE WS-S-LASTNAME(WS-STUDENT-ID) TO WS-1700P-LASTNAME.
           MOVE WS-S-FIRSTNAME(WS-STUDENT-ID) TO WS-1700P-FIRSTNAME.
           MOVE WS-S-STUDENT-ID(WS-STUDENT-ID) TO WS-1700P-STUD-ID.
           PERFORM 1700-FIND-HISTORY-ENTRY-BEGIN
              THRU 1700-FIND-HISTORY-ENTRY-END.
           IF WS-1700R-INDEX EQUAL 0 AND
              WS-1700P-STUD-ID NOT EQUAL 0 THEN
               MOVE 0 TO WS-1700P-STUD-ID
               PERFORM 1700-FIND-HISTORY-ENTRY-BEGIN
                  THRU 1700-FIND-HISTORY-ENTRY-END
           END-IF.
           IF WS-1700R-INDEX NOT EQUAL 0 THEN
               IF WS-H-FINAL-DATE(WS-1700R-INDEX) NOT EQUAL 0 AND
                  WS-H-FINAL-DATE(WS-1700R-INDEX) NOT LESS THAN
                  WS-H-DATE(WS-1700R-INDEX) THEN
                   SET WS-0965R-HAS-FINAL TO TRUE
                   MOVE WS-H-FINAL-AVG(WS-1700R-INDEX)
                       TO WS-0965R-FINAL-AVG
               END-IF
           END-IF.
           PERFORM 0960-CHECK-INCOMPLETE-BEGIN
              THRU 0960-CHECK-INCOMPLETE-END.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-0965R-HAS-FINAL
                   EVALUATE TRUE
                       WHEN WS-0960R-INC EQUAL 1
                           MOVE "REVIEW" TO WS-0965R-DECISION
                       WHEN WS-0965R-FINAL-AVG < WS-PASS-CUTOFF
                           MOVE "RETAIN" TO WS-0965R-DECISION
                       WHEN OTHER
                           MOVE "PROMOTE" TO WS-0965R-DECISION
                   END-EVALUATE
               WHEN WS-S-GRADE-AMT(WS-STUDENT-ID) EQUAL 0
                   MOVE "REVIEW" TO WS-0965R-DECISION
               WHEN WS-0965R-FAILED >= WS-PROMO-RETAIN-MIN
           END-EVALUATE.
       0965-EVALUATE-PROMOTION-END.

      * Looks the student in WS-STUDENT-ID up in the notice log for
      * any notice inside the log window, whatever the course or
      * period - the board wants to know the family was warned
      * before it retains anyone. Searching with the lowest possible
      * course and period lands on the student's first log key; the
      * rest of their keys follow it.
       0966-CHECK-NOTICE-SENT-BEGIN.
           SET WS-0966R-NOTICE-NO TO TRUE.
           MOVE WS-S-STUDENT-ID(WS-STUDENT-ID) TO WS-1740P-STUDENT-ID.
           IF WS-1740P-STUDENT-ID EQUAL 0 THEN
               MOVE WS-S-LASTNAME(WS-STUDENT-ID) TO WS-1740P-LASTNAME
               MOVE WS-S-FIRSTNAME(WS-STUDENT-ID)
                   TO WS-1740P-FIRSTNAME
           ELSE
               MOVE SPACE TO WS-1740P-LASTNAME
               MOVE SPACE TO WS-1740P-FIRSTNAME
           END-IF.
           MOVE LOW-VALUE TO WS-1740P-COURSE.
           MOVE LOW-VALUE TO WS-1740P-PERIOD.
           PERFORM 1740-FIND-NOTICE-BEGIN
              THRU 1740-FIND-NOTICE-END.
           PERFORM VARYING WS-IDX-NTL FROM WS-1740R-INSERT-AT BY 1
                   UNTIL WS-IDX-NTL > WS-NTL-LGHT
                   OR WS-0966R-NOTICE-YES
               IF WS-NTL-STUDENT-KEY(WS-IDX-NTL) EQUAL
                  WS-1740P-STUDENT-KEY THEN
                   IF WS-NTL-DATE(WS-IDX-NTL) >= WS-NTC-FROM-DATE THEN
                       SET WS-0966R-NOTICE-YES TO TRUE
                   END-IF
               ELSE
                   COMPUTE WS-IDX-NTL = WS-NTL-LGHT
               END-IF
           END-PERFORM.
       0966-CHECK-NOTICE-SENT-END.

      * Writes the promotion roster for the class just computed:
      * one line per student in ranked order with their average,
      * year-end final grade (NONE before the year-end run), the
      * decision off 0965, whether the family was sent a deficiency
      * notice, and the failed-course count and list.
       0970-WRITE-PROMO-ROSTER-BEGIN.
           PERFORM 0975-OPEN-PROMO-FILE-BEGIN
              THRU 0975-OPEN-PROMO-FILE-END.
               ELSE
                   MOVE "MISS" TO WS-PR-AVG
               END-IF
               IF WS-0965R-HAS-FINAL THEN
                   MOVE WS-0965R-FINAL-AVG TO WS-WRITE-NUM-BUFFER
                   MOVE WS-WRITE-NUM-BUFFER TO WS-PR-FINAL
               ELSE
                   MOVE "NONE" TO WS-PR-FINAL
               END-IF
               MOVE WS-0965R-DECISION TO WS-PR-DEC
               PERFORM 0966-CHECK-NOTICE-SENT-BEGIN
                  THRU 0966-CHECK-NOTICE-SENT-END
               IF WS-0966R-NOTICE-YES THEN
                   MOVE "YES" TO WS-PR-NOTICE
               ELSE
                   MOVE "NO" TO WS-PR-NOTICE
               END-IF
               MOVE WS-0965R-FAILED TO WS-PR-CNT
               MOVE WS-0965R-LIST TO WS-PR-LIST
               MOVE WS-PROMO-LINE TO REC-F-PROMO
                       TO WS-1700P-STUD-ID
                   PERFORM 1700-FIND-HISTORY-ENTRY-BEGIN
                      THRU 1700-FIND-HISTORY-ENTRY-END
      * A key holding only a year-end final has no period posting
      * to compare against.
                   IF WS-1700R-INDEX NOT EQUAL 0 THEN
                       IF WS-H-DATE(WS-1700R-INDEX) EQUAL 0 THEN
                           MOVE 0 TO WS-1700R-INDEX
                       END-IF
                   END-IF
      * A student whose record only just started carrying an ID has
      * their earlier postings keyed on ID zero - retry under that
      * key rather than report them as NEW.
                       MOVE 0 TO WS-1700P-STUD-ID
                       PERFORM 1700-FIND-HISTORY-ENTRY-BEGIN
                          THRU 1700-FIND-HISTORY-ENTRY-END
                       IF WS-1700R-INDEX NOT EQUAL 0 THEN
                           IF WS-H-DATE(WS-1700R-INDEX) EQUAL 0 THEN
                               MOVE 0 TO WS-1700R-INDEX
                           END-IF
                       END-IF
                   END-IF
                   MOVE WS-S-LASTNAME(WS-STUDENT-ID)
                       TO WS-TREND-OUT-NAME
      * class run after the first would otherwise re-center a title
      * that is already centered from the previous class. An
      * amendment run's report says so in its title, since it
      * supersedes an already-distributed one; so does a reprint's,
      * so a regenerated copy is never mistaken for a fresh result.
           EVALUATE TRUE
               WHEN WS-MODE-AMEND
                   MOVE "AMENDED NOTES REPORT"
                       TO WS-OUTPUT-NOTE-REPORT
               WHEN WS-MODE-REPRINT
                   MOVE "REPRINTED NOTES REPORT"
                       TO WS-OUTPUT-NOTE-REPORT
               WHEN OTHER
                   MOVE "NOTES REPORT" TO WS-OUTPUT-NOTE-REPORT
           END-EVALUATE.
           MOVE WS-OUTPUT-NOTE-REPORT TO WS-CENTER-BUFFER.
           PERFORM 1200-CENTER-TEXT-BEGIN
              THRU 1200-CENTER-TEXT-END.
               MOVE WS-COURSE-LGHT TO WS-COURSE-ID
               MOVE WS-1400P-COURSE-NAME TO WS-C-NAME(WS-COURSE-ID)
               MOVE WS-1400P-COURSE-COEF TO WS-C-COEF(WS-COURSE-ID)
               MOVE WS-1400P-COURSE-CODE TO WS-C-CODE(WS-COURSE-ID)
               MOVE WS-1400P-COURSE-CREDIT
                   TO WS-C-CREDIT(WS-COURSE-ID)
      * The slot can carry another class's leftover teacher, since
      * WS-COURSE-LGHT resets per class but the physical slots are
      * reused as-is, same as the student table's.
      * REC-COURSE record already declared. Returns 0 when not found.
       1450-FIND-COURSE-INDEX-BEGIN.
           MOVE 0 TO WS-COURSE-ID.
      * With a catalog loaded, a record may name the course by its
      * code or by its official title - either way the course was
      * stored under the title, so look that up instead.
           IF WS-CATALOG-LGHT NOT EQUAL 0 THEN
               MOVE WS-1450P-COURSE-NAME TO WS-1810P-LABEL
               PERFORM 1810-FIND-CATALOG-COURSE-BEGIN
                  THRU 1810-FIND-CATALOG-COURSE-END
               IF WS-1810R-INDEX NOT EQUAL 0 THEN
                   MOVE WS-CAT-TITLE(WS-1810R-INDEX)
                       TO WS-1450P-COURSE-NAME
               END-IF
           END-IF.
           PERFORM VARYING WS-IDX-1450 FROM 1 BY 1
                   UNTIL WS-IDX-1450 > WS-COURSE-LGHT
                   OR WS-COURSE-ID NOT EQUAL 0
           END-IF.
       1800-FIND-MASTER-ID-END.

      * Scans the WS-CATALOG table for the course label in
      * WS-1810P-LABEL, matching the catalog code first and the
      * official title second, so an extract that sends either one
      * resolves to the same course. "Returns" the entry's index, or
      * 0 when neither matches.
       1810-FIND-CATALOG-COURSE-BEGIN.
           MOVE 0 TO WS-1810R-INDEX.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CATALOG-LGHT
                   OR WS-1810R-INDEX NOT EQUAL 0
               IF WS-CAT-CODE(WS-IDX-CAT) EQUAL WS-1810P-LABEL THEN
                   MOVE WS-IDX-CAT TO WS-1810R-INDEX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CATALOG-LGHT
                   OR WS-1810R-INDEX NOT EQUAL 0
               IF WS-CAT-TITLE(WS-IDX-CAT) EQUAL WS-1810P-LABEL THEN
                   MOVE WS-IDX-CAT TO WS-1810R-INDEX
               END-IF
           END-PERFORM.
       1810-FIND-CATALOG-COURSE-END.

      * Binary-searches the sorted WS-HISTORY table for the
      * class/student key in WS-1700P-KEY. "Returns" the entry's
      * index, or 0 when the key isn't there, along with the slot
           END-IF.
       1700-FIND-HISTORY-ENTRY-END.

      * Binary search of WS-CRS-HIST for the WS-1730P-KEY class/course
      * pair, same shape as 1700: the index comes back 0 when the key
      * isn't there, with the slot an insert would keep sorted.
       1730-FIND-COURSE-HIST-BEGIN.
           MOVE 0 TO WS-1730R-INDEX.
           MOVE 1 TO WS-1730-LOW.
           MOVE WS-CRH-LGHT TO WS-1730-HIGH.
           PERFORM UNTIL WS-1730-LOW > WS-1730-HIGH
               COMPUTE WS-1730-MID =
                   (WS-1730-LOW + WS-1730-HIGH) / 2
               IF WS-CRH-KEY(WS-1730-MID) EQUAL WS-1730P-KEY THEN
                   MOVE WS-1730-MID TO WS-1730R-INDEX
                   MOVE WS-1730-MID TO WS-1730R-INSERT-AT
                   COMPUTE WS-1730-LOW = WS-1730-HIGH + 1
               ELSE
                   IF WS-1730P-KEY > WS-CRH-KEY(WS-1730-MID) THEN
                       COMPUTE WS-1730-LOW = WS-1730-MID + 1
                   ELSE
                       COMPUTE WS-1730-HIGH = WS-1730-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-1730R-INDEX EQUAL 0 THEN
               MOVE WS-1730-LOW TO WS-1730R-INSERT-AT
           END-IF.
       1730-FIND-COURSE-HIST-END.

      * Binary search of WS-NOTICE-LOG for the WS-1740P-KEY student/
      * course/period, same shape as 1700: the index comes back 0
      * when the key isn't there, with the slot an insert would keep
      * sorted.
       1740-FIND-NOTICE-BEGIN.
           MOVE 0 TO WS-1740R-INDEX.
           MOVE 1 TO WS-1740-LOW.
           MOVE WS-NTL-LGHT TO WS-1740-HIGH.
           PERFORM UNTIL WS-1740-LOW > WS-1740-HIGH
               COMPUTE WS-1740-MID =
                   (WS-1740-LOW + WS-1740-HIGH) / 2
               IF WS-NTL-KEY(WS-1740-MID) EQUAL WS-1740P-KEY THEN
                   MOVE WS-1740-MID TO WS-1740R-INDEX
                   MOVE WS-1740-MID TO WS-1740R-INSERT-AT
                   COMPUTE WS-1740-LOW = WS-1740-HIGH + 1
               ELSE
                   IF WS-1740P-KEY > WS-NTL-KEY(WS-1740-MID) THEN
                       COMPUTE WS-1740-LOW = WS-1740-MID + 1
                   ELSE
                       COMPUTE WS-1740-HIGH = WS-1740-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-1740R-INDEX EQUAL 0 THEN
               MOVE WS-1740-LOW TO WS-1740R-INSERT-AT
           END-IF.
       1740-FIND-NOTICE-END.

      * Binary search of WS-OPEN-ITEM for the WS-1780P-KEY class/
      * student/course, same shape as 1700: the index comes back 0
      * when the key isn't there, with the slot an insert would keep
      * sorted.
       1780-FIND-OPEN-ITEM-BEGIN.
           MOVE 0 TO WS-1780R-INDEX.
           MOVE 1 TO WS-1780-LOW.
           MOVE WS-OI-LGHT TO WS-1780-HIGH.
           PERFORM UNTIL WS-1780-LOW > WS-1780-HIGH
               COMPUTE WS-1780-MID =
                   (WS-1780-LOW + WS-1780-HIGH) / 2
               IF WS-OI-KEY(WS-1780-MID) EQUAL WS-1780P-KEY THEN
                   MOVE WS-1780-MID TO WS-1780R-INDEX
                   MOVE WS-1780-MID TO WS-1780R-INSERT-AT
                   COMPUTE WS-1780-LOW = WS-1780-HIGH + 1
               ELSE
                   IF WS-1780P-KEY > WS-OI-KEY(WS-1780-MID) THEN
                       COMPUTE WS-1780-LOW = WS-1780-MID + 1
                   ELSE
                       COMPUTE WS-1780-HIGH = WS-1780-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-1780R-INDEX EQUAL 0 THEN
               MOVE WS-1780-LOW TO WS-1780R-INSERT-AT
           END-IF.
       1780-FIND-OPEN-ITEM-END.

      * Parses a plain-integer token off the registrar's extract:
      * digits only, up to seven places, anything else fails the
      * parse. "Returns" the value and a good/bad verdict.
           END-IF.
       1710-FIND-TRANS-ENTRY-END.

      * Binary-searches the sorted WS-AWP table for the posting in
      * WS-1790P-KEY, same shape as 1710.
       1790-FIND-AWARD-POSTING-BEGIN.
           MOVE 0 TO WS-1790R-INDEX.
           MOVE 1 TO WS-1790-LOW.
           MOVE WS-AWP-LGHT TO WS-1790-HIGH.
           PERFORM UNTIL WS-1790-LOW > WS-1790-HIGH
               COMPUTE WS-1790-MID =
                   (WS-1790-LOW + WS-1790-HIGH) / 2
               IF WS-AWP-SORT-KEY(WS-1790-MID) EQUAL WS-1790P-KEY THEN
                   MOVE WS-1790-MID TO WS-1790R-INDEX
                   MOVE WS-1790-MID TO WS-1790R-INSERT-AT
                   COMPUTE WS-1790-LOW = WS-1790-HIGH + 1
               ELSE
                   IF WS-1790P-KEY > WS-AWP-SORT-KEY(WS-1790-MID) THEN
                       COMPUTE WS-1790-LOW = WS-1790-MID + 1
                   ELSE
                       COMPUTE WS-1790-HIGH = WS-1790-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-1790R-INDEX EQUAL 0 THEN
               MOVE WS-1790-LOW TO WS-1790R-INSERT-AT
           END-IF.
       1790-FIND-AWARD-POSTING-END.

      * Binary-searches the sorted WS-CTRANS table for the
      * course-key-and-date in WS-1720P-KEY, same shape as 1710.
       1720-FIND-CTRANS-ENTRY-BEGIN.
