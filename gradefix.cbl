      * Grade-correction entry for the office clerk: keys the
      * corrections an amendment run of the students program applies
      * (see 0080-LOAD-AMENDMENTS-BEGIN there) instead of having them
      * hand-typed into data/amendments.dat. The class is checked
      * against its latest history posting, the student against that
      * posting and the student master, the course is picked off the
      * class's posted courses, and the grade it replaces is shown off
      * the class snapshot frozen the same day. Pending corrections
      * can be reviewed, changed or deleted until the amendment run
      * picks them up; every entry is stamped with the clerk who keyed
      * it, and every add, change and delete is appended to
      * data/amendlog.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gradefix.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      * Makes the program read commas as the decimal point in numbers
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Select the corrections file, the same one an amendment run
      * reads. Read whole at startup, then rewritten whole after
      * every add, change or delete: written to data/amendments.new
      * and swapped into place, same delete-and-rename the students
      * program uses on the history master, so a crash mid-write
      * leaves the previous file as it was. The names are
      * WORKING-STORAGE fields because the CBL_ calls want them so.
           SELECT F-AMEND
               ASSIGN TO DYNAMIC WS-AMEND-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AMEND-STATUS.

           SELECT F-AMENDNEW
               ASSIGN TO DYNAMIC WS-AMENDNEW-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AMENDNEW-STATUS.

      * Select the keying log, one line per add, change or delete of
      * a pending correction with who keyed it and when. Appended to
      * and never rewritten, so it outlives the corrections file
      * being emptied once they are applied.
           SELECT F-AMENDLOG
               ASSIGN TO 'data/amendlog.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AMENDLOG-STATUS.

      * Select the student-master file, to check a keyed district ID
      * was issued and isn't retired.
           SELECT F-STUMASTER
               ASSIGN TO 'data/students.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-STUMASTER-STATUS.

      * Select the grade-history master, whose latest posting for a
      * class says which students and courses the class holds.
           SELECT F-HISTORY
               ASSIGN TO 'data/history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

      * Select the class snapshot frozen on the day of that posting,
      * data/snap_<id>_YYYYMMDD.dat (data/snap_YYYYMMDD.dat for an
      * unlabeled class), for the grades the corrections replace.
           SELECT F-SNAPSHOT
               ASSIGN TO DYNAMIC WS-SNAPSHOT-FILENAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Corrections file descriptor, same layout as the students
      * program's REC-F-AMENDMENT. Rows keyed by hand before this
      * program existed stop after R-AMD-STUDENT-ID and read with the
      * stamp fields blank.
       FD  F-AMEND
           RECORD CONTAINS 44 TO 105 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-AMENDMENT.
           03 R-AMD-CLASS-ID     PIC X(05).
           03 R-AMD-LASTNAME     PIC X(07).
           03 R-AMD-FIRSTNAME    PIC X(06).
           03 R-AMD-COURSE       PIC X(21).
           03 R-AMD-GRADE        PIC X(05).
           03 R-AMD-ASSESS-NBR   PIC X(02).
           03 R-AMD-STUDENT-ID   PIC X(07).
           03 R-AMD-REASON       PIC X(30).
           03 R-AMD-KEYED-BY     PIC X(08).
           03 R-AMD-KEYED-DATE   PIC X(08).
           03 R-AMD-KEYED-TIME   PIC X(06).

      * Rewritten corrections file descriptor, same record.
       FD  F-AMENDNEW
           RECORD CONTAINS 105 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AMENDNEW          PIC X(105).

      * Keying-log file descriptor, one formatted line per action,
      * built in WS-LOG-LINE of the WORKING-STORAGE.
       FD  F-AMENDLOG
           RECORD CONTAINS 139 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AMENDLOG          PIC X(139).

      * Student-master file descriptor, same layout as the students
      * program's: ID, name, "A" active or "R" retired, later rows
      * for the same ID superseding earlier ones.
       FD  F-STUMASTER
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE IS F.

       01  REC-STUDENT-MASTER.
           03 R-SM-ID            PIC 9(07).
           03 R-SM-LASTNAME      PIC X(07).
           03 R-SM-FIRSTNAME     PIC X(06).
           03 R-SM-STATUS        PIC X(01).

      * Grade-history file descriptor, the two record shapes of the
      * students program's F-HISTORY, told apart by the type byte.
       FD  F-HISTORY
           RECORD CONTAINS 31 TO 50 CHARACTERS
           RECORDING MODE IS V.

       01  REC-HISTORY-STUDENT.
           03 R-H-TYPE           PIC X(01).
           03 R-H-CLASS-ID       PIC X(05).
           03 R-H-LASTNAME       PIC X(07).
           03 R-H-FIRSTNAME      PIC X(06).
           03 R-H-DATE           PIC 9(08).
           03 R-H-AVERAGE        PIC 9(02)V9(02).
           03 R-H-STUDENT-ID     PIC X(07).
           03 R-H-CREDITS        PIC X(03).
           03 R-H-PERIOD         PIC X(02).

       01  REC-HISTORY-COURSE.
           03 R-HC-TYPE          PIC X(01).
           03 R-HC-CLASS-ID      PIC X(05).
           03 R-HC-COURSE        PIC X(21).
           03 R-HC-DATE          PIC 9(08).
           03 R-HC-AVERAGE       PIC 9(02)V9(02).
           03 R-HC-CODE          PIC X(06).
           03 R-HC-CREDIT        PIC X(02).
           03 R-HC-PERIOD        PIC X(02).

      * Class snapshot file descriptor, the record shapes of the
      * students program's F-SNAPSHOT this program reads: "C" course
      * rows in course-table order, "S" student rows each followed
      * by their "G" grade and "A" assessment rows. The "H" and "L"
      * rows are read past.
       FD  F-SNAPSHOT
           RECORD CONTAINS 7 TO 112 CHARACTERS
           RECORDING MODE IS V.

       01  REC-SNAP-COURSE.
           03 R-SN-TYPE          PIC X(01).
           03 R-SNC-NAME         PIC X(21).

       01  REC-SNAP-STUDENT.
           03 R-SNS-TYPE         PIC X(01).
           03 R-SNS-LASTNAME     PIC X(07).
           03 R-SNS-FIRSTNAME    PIC X(06).
           03 R-SNS-AGE          PIC 9(02).
           03 R-SNS-STUDENT-ID   PIC 9(07).

       01  REC-SNAP-GRADE.
           03 R-SNG-TYPE         PIC X(01).
           03 R-SNG-COURSE       PIC 9(02).
           03 R-SNG-GRADE        PIC 9(02)V9(02).
           03 R-SNG-STATUS       PIC 9(01).
           03 R-SNG-REQ          PIC 9(01).
           03 R-SNG-ASSESS-AMT   PIC 9(02).

       01  REC-SNAP-ASSESS.
           03 R-SNA-TYPE         PIC X(01).
           03 R-SNA-COURSE       PIC 9(02).
           03 R-SNA-NUMBER       PIC 9(02).
           03 R-SNA-GRADE        PIC 9(02)V9(02).
           03 R-SNA-WEIGHT       PIC 9(01)V9(01).
           03 R-SNA-CODE         PIC X(03).

       WORKING-STORAGE SECTION.
      * Flags for read status check, allows to stop when a file is
      * completely read, and to tell a missing file from an empty one.
       01  F-AMEND-STATUS       PIC X(02) VALUE SPACE.
           88 F-AMEND-STATUS-OK         VALUE '00'.
           88 F-AMEND-STATUS-EOF        VALUE '10'.
           88 F-AMEND-STATUS-NO-FILE    VALUE '35'.
       01  F-AMENDNEW-STATUS    PIC X(02) VALUE SPACE.
           88 F-AMENDNEW-STATUS-OK      VALUE '00'.
       01  F-AMENDLOG-STATUS    PIC X(02) VALUE SPACE.
           88 F-AMENDLOG-STATUS-OK      VALUE '00'.
           88 F-AMENDLOG-STATUS-NO-FILE VALUE '35'.
       01  F-STUMASTER-STATUS   PIC X(02) VALUE SPACE.
           88 F-STUMASTER-STATUS-OK     VALUE '00'.
           88 F-STUMASTER-STATUS-EOF    VALUE '10'.
       01  F-HISTORY-STATUS     PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK       VALUE '00'.
           88 F-HISTORY-STATUS-EOF      VALUE '10'.
       01  F-SNAPSHOT-STATUS    PIC X(02) VALUE SPACE.
           88 F-SNAPSHOT-STATUS-OK      VALUE '00'.
           88 F-SNAPSHOT-STATUS-EOF     VALUE '10'.

      * File names the rewrite swaps, and the snapshot's, built per
      * class by 0450-LOAD-SNAPSHOT-GRADES-BEGIN.
       01  WS-AMEND-FILENAME      PIC X(20)
                                  VALUE 'data/amendments.dat'.
       01  WS-AMENDNEW-FILENAME   PIC X(20)
                                  VALUE 'data/amendments.new'.
       01  WS-SNAPSHOT-FILENAME   PIC X(40).
       77 WS-CBL-RETURN-CODE      PIC S9(09) COMP-5.

      * Today's date and time of day (HHMMSSss), for the stamps.
       77 WS-CURRENT-DATE         PIC 9(08).
       77 WS-CURRENT-TIME         PIC 9(08).

      * Who is keying: the login name off the USER environment
      * variable, or keyed on the sign-on screen when there is none.
       77 WS-CLERK-ID             PIC X(08) VALUE SPACE.

      * Highest grade a correction may carry, the students program's
      * WS-GRADE-MAX, and the most assessments it stores per course.
       77 WS-GRADE-MAX            PIC 9(02)V9(02) VALUE 20,00.
       77 WS-ASSESS-MAX           PIC 9(02) VALUE 10.

      * The pending corrections, loaded whole from F-AMEND and
      * rewritten whole after every change, same layout as the
      * record. Sized like the students program's WS-AMENDMENT table,
      * which is what has to hold them at the amendment run.
       01  WS-AMENDMENT-DATA.
           05 WS-AMEND-LGHT       PIC 9(03) VALUE 0.
           05 WS-AMENDMENT OCCURS 500.
               10 WS-AMD-CLASS        PIC X(05).
               10 WS-AMD-LASTNAME     PIC X(07).
               10 WS-AMD-FIRSTNAME    PIC X(06).
               10 WS-AMD-COURSE       PIC X(21).
               10 WS-AMD-GRADE        PIC X(05).
               10 WS-AMD-ASSESS       PIC X(02).
               10 WS-AMD-STUD-ID      PIC X(07).
               10 WS-AMD-REASON       PIC X(30).
               10 WS-AMD-KEYED-BY     PIC X(08).
               10 WS-AMD-KEYED-DATE   PIC X(08).
               10 WS-AMD-KEYED-TIME   PIC X(06).
       77 WS-AMEND-MAX             PIC 9(03) VALUE 500.
       77 WS-IDX-AMD               PIC 9(03).

      * The correction being keyed, built here before it is added to
      * or replaces its slot in the table, and the slot a change
      * replaces (0 when a new one is being added).
       01  WS-NEW-AMENDMENT.
           05 WS-NEW-CLASS        PIC X(05).
           05 WS-NEW-LASTNAME     PIC X(07).
           05 WS-NEW-FIRSTNAME    PIC X(06).
           05 WS-NEW-COURSE       PIC X(21).
           05 WS-NEW-GRADE        PIC X(05).
           05 WS-NEW-ASSESS       PIC X(02).
           05 WS-NEW-STUD-ID      PIC X(07).
           05 WS-NEW-REASON       PIC X(30).
           05 WS-NEW-KEYED-BY     PIC X(08).
           05 WS-NEW-KEYED-DATE   PIC X(08).
           05 WS-NEW-KEYED-TIME   PIC X(06).
       77 WS-EDIT-NDX              PIC 9(03) VALUE 0.

      * In-memory image of the student-master file, latest row per
      * ID, held sorted by ID for 1800-FIND-MASTER-ID-BEGIN, same as
      * the students program's WS-MASTER table. An empty table (no
      * master file on disk) disables ID validation.
       01  WS-MASTER-DATA.
           05 WS-MASTER-LGHT      PIC 9(05) VALUE 0.
           05 WS-MASTER OCCURS 9999.
               10 WS-M-ID             PIC 9(07).
               10 WS-M-LASTNAME       PIC X(07).
               10 WS-M-FIRSTNAME      PIC X(06).
               10 WS-M-STATUS         PIC X(01).
                   88 WS-M-RETIRED        VALUE "R".
       77 WS-MASTER-MAX           PIC 9(05) VALUE 9999.
       77 WS-MASTER-FULL-WARNED   PIC 9(01) VALUE 0.
           88 WS-MASTER-FULL-WAS-WARNED VALUE 1.
       77 WS-IDX-MST              PIC 9(05).

      * 1800P = 1800 - Parameter, 1800R = 1800 - Return, and the
      * bounds of the binary search.
       77 WS-1800P-ID             PIC 9(07).
       77 WS-1800R-INDEX          PIC 9(05).
       77 WS-1800R-INSERT-AT      PIC 9(05).
       77 WS-1800-LOW             PIC 9(05).
       77 WS-1800-HIGH            PIC 9(05).
       77 WS-1800-MID             PIC 9(05).

      * The class being corrected, as its latest history posting
      * holds it: the date of that posting, its students and its
      * courses. Reruns on the same day post the same rows again, so
      * a repeat refreshes the entry it matches instead of adding
      * one. WS-CLASS-ID is SPACE for the unlabeled class.
       77 WS-CLASS-ID              PIC X(05).
       77 WS-POSTED-DATE           PIC 9(08).
       01  WS-POSTED-STUDENT-DATA.
           05 WS-PS-LGHT          PIC 9(03) VALUE 0.
           05 WS-POSTED-STUDENT OCCURS 500.
               10 WS-PS-LASTNAME      PIC X(07).
               10 WS-PS-FIRSTNAME     PIC X(06).
               10 WS-PS-STUDENT-ID    PIC 9(07).
       77 WS-PS-MAX                PIC 9(03) VALUE 500.
       77 WS-IDX-PS                PIC 9(03).
      * The student picked, 0 while none is.
       77 WS-PS-SEL                PIC 9(03) VALUE 0.

      * Each posted course, with the picked student's current grade
      * in it off the snapshot: WS-PC-SNAP-STATE says whether the
      * snapshot was there at all and whether it holds a grade row
      * for the pair, the rest is that row and its assessments as
      * frozen.
       01  WS-POSTED-COURSE-DATA.
           05 WS-PC-LGHT          PIC 9(02) VALUE 0.
           05 WS-POSTED-COURSE OCCURS 30.
               10 WS-PC-NAME          PIC X(21).
               10 WS-PC-SNAP-STATE    PIC 9(01).
                   88 WS-PC-NO-SNAPSHOT      VALUE 0.
                   88 WS-PC-NOT-TAKEN        VALUE 1.
                   88 WS-PC-ON-SNAPSHOT      VALUE 2.
               10 WS-PC-GRADE         PIC 9(02)V9(02).
               10 WS-PC-STATUS        PIC 9(01).
                   88 WS-PC-GRADE-OK         VALUE 0.
                   88 WS-PC-GRADE-MISSING    VALUE 1.
                   88 WS-PC-GRADE-EXCUSED    VALUE 2.
                   88 WS-PC-GRADE-INCOMPLETE VALUE 3.
                   88 WS-PC-GRADE-ABSENT     VALUE 4.
               10 WS-PC-REQ           PIC 9(01).
                   88 WS-PC-WAS-REQUESTED    VALUE 1.
               10 WS-PC-ASSESS-AMT    PIC 9(02).
               10 WS-PC-ASSESSMENT OCCURS 10.
                   15 WS-PC-ASSESS-GRADE  PIC 9(02)V9(02).
                   15 WS-PC-ASSESS-CODE   PIC X(03).
       77 WS-PC-MAX                PIC 9(02) VALUE 30.
       77 WS-IDX-PC                PIC 9(02).
      * The course picked, 0 while none is.
       77 WS-PC-SEL                PIC 9(02) VALUE 0.

      * Snapshot reading state: which posted course each snapshot
      * course number stands for (0 for one the posting doesn't
      * hold), how many course rows were read, whether the student
      * rows being read are the picked student's, and whether the
      * snapshot was found.
       01  WS-SNAP-COURSE-MAP.
           05 WS-SNAP-PC          PIC 9(02) OCCURS 30.
       77 WS-SNAP-CRS-LGHT         PIC 9(02).
       77 WS-SNAP-OURS             PIC 9(01).
           88 WS-SNAP-IS-OURS          VALUE 1.
       77 WS-SNAP-FOUND            PIC 9(01).
           88 WS-SNAP-WAS-FOUND        VALUE 1.

      * Which step of keying a correction the clerk is on, and
      * whether the menu loop is over.
       77 WS-STEP                  PIC 9(01).
           88 WS-STEP-CLASS            VALUE 1.
           88 WS-STEP-STUDENT          VALUE 2.
           88 WS-STEP-COURSE           VALUE 3.
           88 WS-STEP-CORRECTION       VALUE 4.
           88 WS-STEP-DONE             VALUE 9.
       77 WS-MENU-SW               PIC 9(01) VALUE 0.
           88 WS-MENU-DONE             VALUE 1.
       77 WS-REVIEW-SW             PIC 9(01).
           88 WS-REVIEW-DONE           VALUE 1.

      * Outcome of the last validation, and how many posted
      * students a name lookup matched.
       77 WS-VALID-SW              PIC 9(01).
           88 WS-VALID-OK              VALUE 0.
           88 WS-VALID-FAILED          VALUE 1.
       77 WS-MATCH-COUNT           PIC 9(03).

      * Grade parsing, see 0520-PARSE-GRADE-BEGIN: the character
      * being looked at, where in the field it is, what has been seen
      * so far, and the value the text comes to.
       77 WS-GR-POS                PIC 9(01).
       77 WS-GR-CHAR               PIC X(01).
       77 WS-GR-DIGIT              PIC 9(01).
       77 WS-GR-STATE              PIC 9(01).
           88 WS-GR-LEADING            VALUE 0.
           88 WS-GR-IN-INTEGER         VALUE 1.
           88 WS-GR-IN-DECIMALS        VALUE 2.
           88 WS-GR-TRAILING           VALUE 3.
       77 WS-GR-INT                PIC 9(02).
       77 WS-GR-INT-LEN            PIC 9(01).
       77 WS-GR-DEC                PIC 9(02).
       77 WS-GR-DEC-LEN            PIC 9(01).
       77 WS-GR-VALUE              PIC 9(02)V9(02).
       77 WS-GR-EDIT               PIC 99,99.

      * 0610P = 0610 - Parameter, 0610R = 0610 - Return: the posted
      * course whose current grade is wanted, and the grade as shown.
       77 WS-0610P-INDEX           PIC 9(02).
       77 WS-0610R-TEXT            PIC X(05).

      * Fields the screens show and take. Numbered picks and the
      * district ID are numeric, 0 meaning none keyed; the grade is
      * taken as text so 0520-PARSE-GRADE-BEGIN can say exactly what
      * is wrong with it.
       77 WS-SCR-MESSAGE           PIC X(78) VALUE SPACE.
       77 WS-SCR-CHOICE            PIC X(01).
       77 WS-SCR-CLASS             PIC X(05).
       77 WS-SCR-STUDENT-ID        PIC 9(07).
       77 WS-SCR-LASTNAME          PIC X(07).
       77 WS-SCR-FIRSTNAME         PIC X(06).
       77 WS-SCR-COURSE-NBR        PIC 9(02).
       77 WS-SCR-NEW-GRADE         PIC X(05).
       77 WS-SCR-ASSESS            PIC 9(02).
       77 WS-SCR-REASON            PIC X(30).
       77 WS-SCR-CONFIRM           PIC X(01).
       77 WS-SCR-ACTION            PIC X(01).
       77 WS-SCR-ENTRY-NBR         PIC 9(03).

      * What the correction screen shows about the pair being
      * corrected.
       77 WS-CR-STUDENT-ID         PIC 9(07).
       77 WS-CR-LASTNAME           PIC X(07).
       77 WS-CR-FIRSTNAME          PIC X(06).
       77 WS-CR-COURSE             PIC X(21).
       77 WS-CR-CURRENT            PIC X(05).
       77 WS-CR-ASSESS-LINE-1      PIC X(60).
       77 WS-CR-ASSESS-LINE-2      PIC X(60).
       77 WS-CR-PTR                PIC 9(03).
       77 WS-IDX-AS                PIC 9(02).
       01  WS-CR-ASSESS-ITEM.
           05 WS-CR-AI-NBR        PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CR-AI-GRADE      PIC X(05).
           05 FILLER              PIC X(03) VALUE SPACE.

      * The course list of the course screen, two columns of 15,
      * each entry the pick number, the course and the current grade.
       01  WS-COURSE-LIST.
           05 WS-CL-ENTRY OCCURS 30.
               10 WS-CL-NBR           PIC Z9.
               10 FILLER              PIC X(01).
               10 WS-CL-NAME          PIC X(21).
               10 FILLER              PIC X(01).
               10 WS-CL-GRADE         PIC X(05).
       77 WS-IDX-CL                PIC 9(02).

      * The review screen's page of pending corrections, eight at a
      * time, two lines each: the correction, then its reason and
      * stamp. WS-RV-FIRST is the first entry shown.
       01  WS-REVIEW-PAGE.
           05 WS-RV-ENTRY OCCURS 8.
               10 WS-RV-LINE-1        PIC X(76).
               10 WS-RV-LINE-2        PIC X(76).
       77 WS-RV-FIRST              PIC 9(03).
       77 WS-IDX-RV                PIC 9(02).
       01  WS-RV-LINE-1-FMT.
           05 WS-RV1-NBR          PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV1-CLASS        PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV1-SID          PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV1-LASTNAME     PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV1-FIRSTNAME    PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV1-COURSE       PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV1-GRADE        PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV1-ASSESS       PIC X(02).
       01  WS-RV-LINE-2-FMT.
           05 FILLER              PIC X(04) VALUE SPACE.
           05 WS-RV2-REASON       PIC X(30).
           05 FILLER              PIC X(10) VALUE "  KEYED BY".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV2-KEYED-BY     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RV2-KEYED-DATE   PIC X(08).

      * One keying-log line: when, who, what was done, and the
      * correction as it stood after it (before it, for a delete and
      * the first line of a change).
       01  WS-LOG-LINE.
           05 WS-LOG-DATE         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-TIME         PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-CLERK        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-ACTION       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-RECORD       PIC X(105).

       SCREEN SECTION.
      * Sign-on, only when the login name can't be had from the
      * environment.
       01  SCR-SIGNON.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "GRADE CORRECTION ENTRY".
           05 LINE 05 COL 05 VALUE "CLERK ID:".
           05 LINE 05 COL 15 PIC X(08) USING WS-CLERK-ID.
           05 LINE 23 COL 01 PIC X(78) FROM WS-SCR-MESSAGE HIGHLIGHT.

       01  SCR-MENU.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "GRADE CORRECTION ENTRY".
           05 LINE 01 COL 62 VALUE "DATE".
           05 LINE 01 COL 67 PIC 9(08) FROM WS-CURRENT-DATE.
           05 LINE 02 COL 01 VALUE "CLERK".
           05 LINE 02 COL 07 PIC X(08) FROM WS-CLERK-ID.
           05 LINE 02 COL 62 VALUE "PENDING".
           05 LINE 02 COL 72 PIC ZZ9 FROM WS-AMEND-LGHT.
           05 LINE 05 COL 05 VALUE "1  KEY A NEW CORRECTION".
           05 LINE 06 COL 05 VALUE "2  REVIEW, CHANGE OR DELETE".
           05 LINE 06 COL 33 VALUE "PENDING CORRECTIONS".
           05 LINE 07 COL 05 VALUE "9  EXIT".
           05 LINE 10 COL 05 VALUE "CHOICE:".
           05 LINE 10 COL 13 PIC X(01) USING WS-SCR-CHOICE.
           05 LINE 23 COL 01 PIC X(78) FROM WS-SCR-MESSAGE HIGHLIGHT.

       01  SCR-CLASS.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "KEY A CORRECTION - CLASS".
           05 LINE 05 COL 05 VALUE "CLASS ID:".
           05 LINE 05 COL 15 PIC X(05) USING WS-SCR-CLASS.
           05 LINE 07 COL 05 VALUE "* FOR THE UNLABELED CLASS,".
           05 LINE 07 COL 32 VALUE "BLANK TO RETURN TO THE MENU".
           05 LINE 23 COL 01 PIC X(78) FROM WS-SCR-MESSAGE HIGHLIGHT.

       01  SCR-STUDENT.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "KEY A CORRECTION - STUDENT".
           05 LINE 03 COL 01 VALUE "CLASS".
           05 LINE 03 COL 07 PIC X(05) FROM WS-CLASS-ID.
           05 LINE 03 COL 14 VALUE "POSTED".
           05 LINE 03 COL 21 PIC 9(08) FROM WS-POSTED-DATE.
           05 LINE 05 COL 05 VALUE "STUDENT ID:".
           05 LINE 05 COL 17 PIC Z(07) USING WS-SCR-STUDENT-ID.
           05 LINE 07 COL 05 VALUE "OR LAST NAME:".
           05 LINE 07 COL 19 PIC X(07) USING WS-SCR-LASTNAME.
           05 LINE 07 COL 28 VALUE "FIRST NAME:".
           05 LINE 07 COL 40 PIC X(06) USING WS-SCR-FIRSTNAME.
           05 LINE 09 COL 05 VALUE "ALL BLANK TO CHANGE THE CLASS".
           05 LINE 23 COL 01 PIC X(78) FROM WS-SCR-MESSAGE HIGHLIGHT.

       01  SCR-COURSE.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "KEY A CORRECTION - COURSE".
           05 LINE 03 COL 01 VALUE "CLASS".
           05 LINE 03 COL 07 PIC X(05) FROM WS-CLASS-ID.
           05 LINE 03 COL 14 VALUE "STUDENT".
           05 LINE 03 COL 22 PIC Z(07) FROM WS-CR-STUDENT-ID.
           05 LINE 03 COL 30 PIC X(07) FROM WS-CR-LASTNAME.
           05 LINE 03 COL 38 PIC X(06) FROM WS-CR-FIRSTNAME.
           05 LINE 05 COL 02 PIC X(30) FROM WS-CL-ENTRY(1).
           05 LINE 06 COL 02 PIC X(30) FROM WS-CL-ENTRY(2).
           05 LINE 07 COL 02 PIC X(30) FROM WS-CL-ENTRY(3).
           05 LINE 08 COL 02 PIC X(30) FROM WS-CL-ENTRY(4).
           05 LINE 09 COL 02 PIC X(30) FROM WS-CL-ENTRY(5).
           05 LINE 10 COL 02 PIC X(30) FROM WS-CL-ENTRY(6).
           05 LINE 11 COL 02 PIC X(30) FROM WS-CL-ENTRY(7).
           05 LINE 12 COL 02 PIC X(30) FROM WS-CL-ENTRY(8).
           05 LINE 13 COL 02 PIC X(30) FROM WS-CL-ENTRY(9).
           05 LINE 14 COL 02 PIC X(30) FROM WS-CL-ENTRY(10).
           05 LINE 15 COL 02 PIC X(30) FROM WS-CL-ENTRY(11).
           05 LINE 16 COL 02 PIC X(30) FROM WS-CL-ENTRY(12).
           05 LINE 17 COL 02 PIC X(30) FROM WS-CL-ENTRY(13).
           05 LINE 18 COL 02 PIC X(30) FROM WS-CL-ENTRY(14).
           05 LINE 19 COL 02 PIC X(30) FROM WS-CL-ENTRY(15).
           05 LINE 05 COL 40 PIC X(30) FROM WS-CL-ENTRY(16).
           05 LINE 06 COL 40 PIC X(30) FROM WS-CL-ENTRY(17).
           05 LINE 07 COL 40 PIC X(30) FROM WS-CL-ENTRY(18).
           05 LINE 08 COL 40 PIC X(30) FROM WS-CL-ENTRY(19).
           05 LINE 09 COL 40 PIC X(30) FROM WS-CL-ENTRY(20).
           05 LINE 10 COL 40 PIC X(30) FROM WS-CL-ENTRY(21).
           05 LINE 11 COL 40 PIC X(30) FROM WS-CL-ENTRY(22).
           05 LINE 12 COL 40 PIC X(30) FROM WS-CL-ENTRY(23).
           05 LINE 13 COL 40 PIC X(30) FROM WS-CL-ENTRY(24).
           05 LINE 14 COL 40 PIC X(30) FROM WS-CL-ENTRY(25).
           05 LINE 15 COL 40 PIC X(30) FROM WS-CL-ENTRY(26).
           05 LINE 16 COL 40 PIC X(30) FROM WS-CL-ENTRY(27).
           05 LINE 17 COL 40 PIC X(30) FROM WS-CL-ENTRY(28).
           05 LINE 18 COL 40 PIC X(30) FROM WS-CL-ENTRY(29).
           05 LINE 19 COL 40 PIC X(30) FROM WS-CL-ENTRY(30).
           05 LINE 21 COL 05 VALUE "COURSE NUMBER:".
           05 LINE 21 COL 20 PIC Z9 USING WS-SCR-COURSE-NBR.
           05 LINE 21 COL 25 VALUE "BLANK TO CHANGE THE STUDENT".
           05 LINE 23 COL 01 PIC X(78) FROM WS-SCR-MESSAGE HIGHLIGHT.

       01  SCR-CORRECTION.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "KEY A CORRECTION - GRADE".
           05 LINE 03 COL 01 VALUE "CLASS".
           05 LINE 03 COL 07 PIC X(05) FROM WS-CLASS-ID.
           05 LINE 03 COL 14 VALUE "STUDENT".
           05 LINE 03 COL 22 PIC Z(07) FROM WS-CR-STUDENT-ID.
           05 LINE 03 COL 30 PIC X(07) FROM WS-CR-LASTNAME.
           05 LINE 03 COL 38 PIC X(06) FROM WS-CR-FIRSTNAME.
           05 LINE 04 COL 14 VALUE "COURSE".
           05 LINE 04 COL 22 PIC X(21) FROM WS-CR-COURSE.
           05 LINE 06 COL 05 VALUE "CURRENT GRADE:".
           05 LINE 06 COL 21 PIC X(05) FROM WS-CR-CURRENT.
           05 LINE 07 COL 05 VALUE "ASSESSMENTS:".
           05 LINE 07 COL 21 PIC X(60) FROM WS-CR-ASSESS-LINE-1.
           05 LINE 08 COL 21 PIC X(60) FROM WS-CR-ASSESS-LINE-2.
           05 LINE 10 COL 05 VALUE "NEW GRADE:".
           05 LINE 10 COL 21 PIC X(05) USING WS-SCR-NEW-GRADE.
           05 LINE 10 COL 28 VALUE "(0,00 TO 20,00)".
           05 LINE 11 COL 05 VALUE "ASSESSMENT NBR:".
           05 LINE 11 COL 21 PIC Z9 USING WS-SCR-ASSESS.
           05 LINE 11 COL 28 VALUE "(BLANK FOR THE COURSE GRADE)".
           05 LINE 12 COL 05 VALUE "REASON:".
           05 LINE 12 COL 21 PIC X(30) USING WS-SCR-REASON.
           05 LINE 14 COL 05 VALUE "SAVE (Y/N):".
           05 LINE 14 COL 21 PIC X(01) USING WS-SCR-CONFIRM.
           05 LINE 23 COL 01 PIC X(78) FROM WS-SCR-MESSAGE HIGHLIGHT.

       01  SCR-REVIEW.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "PENDING CORRECTIONS".
           05 LINE 01 COL 62 VALUE "PENDING".
           05 LINE 01 COL 72 PIC ZZ9 FROM WS-AMEND-LGHT.
           05 LINE 02 COL 02 VALUE "NBR CLASS ID      STUDENT".
           05 LINE 02 COL 35 VALUE "COURSE                GRADE AS".
           05 LINE 03 COL 02 PIC X(76) FROM WS-RV-LINE-1(1).
           05 LINE 04 COL 02 PIC X(76) FROM WS-RV-LINE-2(1).
           05 LINE 05 COL 02 PIC X(76) FROM WS-RV-LINE-1(2).
           05 LINE 06 COL 02 PIC X(76) FROM WS-RV-LINE-2(2).
           05 LINE 07 COL 02 PIC X(76) FROM WS-RV-LINE-1(3).
           05 LINE 08 COL 02 PIC X(76) FROM WS-RV-LINE-2(3).
           05 LINE 09 COL 02 PIC X(76) FROM WS-RV-LINE-1(4).
           05 LINE 10 COL 02 PIC X(76) FROM WS-RV-LINE-2(4).
           05 LINE 11 COL 02 PIC X(76) FROM WS-RV-LINE-1(5).
           05 LINE 12 COL 02 PIC X(76) FROM WS-RV-LINE-2(5).
           05 LINE 13 COL 02 PIC X(76) FROM WS-RV-LINE-1(6).
           05 LINE 14 COL 02 PIC X(76) FROM WS-RV-LINE-2(6).
           05 LINE 15 COL 02 PIC X(76) FROM WS-RV-LINE-1(7).
           05 LINE 16 COL 02 PIC X(76) FROM WS-RV-LINE-2(7).
           05 LINE 17 COL 02 PIC X(76) FROM WS-RV-LINE-1(8).
           05 LINE 18 COL 02 PIC X(76) FROM WS-RV-LINE-2(8).
           05 LINE 20 COL 02 VALUE "C CHANGE  D DELETE  N NEXT".
           05 LINE 20 COL 29 VALUE "PAGE  P PREVIOUS PAGE  X MENU".
           05 LINE 21 COL 02 VALUE "ACTION:".
           05 LINE 21 COL 10 PIC X(01) USING WS-SCR-ACTION.
           05 LINE 21 COL 14 VALUE "NBR:".
           05 LINE 21 COL 19 PIC ZZ9 USING WS-SCR-ENTRY-NBR.
           05 LINE 23 COL 01 PIC X(78) FROM WS-SCR-MESSAGE HIGHLIGHT.

       01  SCR-DELETE.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "DELETE A PENDING CORRECTION".
           05 LINE 03 COL 02 PIC X(76) FROM WS-RV-LINE-1-FMT.
           05 LINE 04 COL 02 PIC X(76) FROM WS-RV-LINE-2-FMT.
           05 LINE 06 COL 05 VALUE "DELETE (Y/N):".
           05 LINE 06 COL 19 PIC X(01) USING WS-SCR-CONFIRM.
           05 LINE 23 COL 01 PIC X(78) FROM WS-SCR-MESSAGE HIGHLIGHT.

       PROCEDURE DIVISION.

      * Stamp date and clerk, load the master and the pending
      * corrections, then run the menu until the clerk exits.
           PERFORM 0010-INITIALIZE-BEGIN
              THRU 0010-INITIALIZE-END.

           PERFORM 0100-SHOW-MENU-BEGIN
              THRU 0100-SHOW-MENU-END
               UNTIL WS-MENU-DONE.

           STOP RUN.

      * Takes the date, the clerk's name (off the USER environment
      * variable, asked for on the sign-on screen when that is
      * blank - nothing is keyed unstamped), the student master and
      * the pending corrections.
       0010-INITIALIZE-BEGIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-CLERK-ID FROM ENVIRONMENT-VALUE.
           PERFORM UNTIL WS-CLERK-ID NOT EQUAL SPACE
               DISPLAY SCR-SIGNON
               ACCEPT SCR-SIGNON
               MOVE "A CLERK ID IS NEEDED TO STAMP THE CORRECTIONS"
                   TO WS-SCR-MESSAGE
           END-PERFORM.
           MOVE SPACE TO WS-SCR-MESSAGE.
           PERFORM 0020-LOAD-STUDENT-MASTER-BEGIN
              THRU 0020-LOAD-STUDENT-MASTER-END.
           PERFORM 0030-LOAD-AMENDMENTS-BEGIN
              THRU 0030-LOAD-AMENDMENTS-END.
       0010-INITIALIZE-END.

      * Loads the student-master file into the WS-MASTER table,
      * latest row per ID, same as the students program's
      * 0085-LOAD-STUDENT-MASTER-BEGIN.
       0020-LOAD-STUDENT-MASTER-BEGIN.
           OPEN INPUT F-STUMASTER.
           IF F-STUMASTER-STATUS-OK THEN
               PERFORM UNTIL F-STUMASTER-STATUS-EOF
                   READ F-STUMASTER
                       NOT AT END
                           PERFORM 0021-STORE-MASTER-ROW-BEGIN
                              THRU 0021-STORE-MASTER-ROW-END
                   END-READ
               END-PERFORM
               CLOSE F-STUMASTER
           END-IF.
       0020-LOAD-STUDENT-MASTER-END.

      * Inserts or refreshes one master row in the sorted WS-MASTER
      * table. A row whose ID isn't numeric is dropped.
       0021-STORE-MASTER-ROW-BEGIN.
           IF R-SM-ID IS NUMERIC THEN
               MOVE R-SM-ID TO WS-1800P-ID
               PERFORM 1800-FIND-MASTER-ID-BEGIN
                  THRU 1800-FIND-MASTER-ID-END
               IF WS-1800R-INDEX NOT EQUAL 0 THEN
                   MOVE R-SM-LASTNAME
                       TO WS-M-LASTNAME(WS-1800R-INDEX)
                   MOVE R-SM-FIRSTNAME
                       TO WS-M-FIRSTNAME(WS-1800R-INDEX)
                   MOVE R-SM-STATUS TO WS-M-STATUS(WS-1800R-INDEX)
               ELSE
                   IF WS-MASTER-LGHT EQUAL WS-MASTER-MAX THEN
                       IF NOT WS-MASTER-FULL-WAS-WARNED THEN
                           DISPLAY "Student master table full, "
                               "maximum of " WS-MASTER-MAX
                               " IDs, validation partial"
                           SET WS-MASTER-FULL-WAS-WARNED TO TRUE
                       END-IF
                   ELSE
                       ADD 1 TO WS-MASTER-LGHT
                       PERFORM VARYING WS-IDX-MST
                               FROM WS-MASTER-LGHT BY -1
                               UNTIL WS-IDX-MST <= WS-1800R-INSERT-AT
                           MOVE WS-MASTER(WS-IDX-MST - 1)
                               TO WS-MASTER(WS-IDX-MST)
                       END-PERFORM
                       MOVE R-SM-ID
                           TO WS-M-ID(WS-1800R-INSERT-AT)
                       MOVE R-SM-LASTNAME
                           TO WS-M-LASTNAME(WS-1800R-INSERT-AT)
                       MOVE R-SM-FIRSTNAME
                           TO WS-M-FIRSTNAME(WS-1800R-INSERT-AT)
                       MOVE R-SM-STATUS
                           TO WS-M-STATUS(WS-1800R-INSERT-AT)
                   END-IF
               END-IF
           END-IF.
       0021-STORE-MASTER-ROW-END.

      * Loads the pending corrections whole. No file just means none
      * are pending yet. More than the table holds would be more
      * than the amendment run can take, so the program refuses to
      * start rather than rewrite the file short.
       0030-LOAD-AMENDMENTS-BEGIN.
           MOVE 0 TO WS-AMEND-LGHT.
           OPEN INPUT F-AMEND.
           IF F-AMEND-STATUS-OK THEN
               PERFORM UNTIL F-AMEND-STATUS-EOF
                   READ F-AMEND
                       NOT AT END
                           IF WS-AMEND-LGHT EQUAL WS-AMEND-MAX THEN
                               DISPLAY "ABEND: amendment table full,"
                                   " maximum of " WS-AMEND-MAX
                                   " corrections exceeded"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-AMEND-LGHT
                           MOVE REC-F-AMENDMENT
                               TO WS-AMENDMENT(WS-AMEND-LGHT)
                   END-READ
               END-PERFORM
               CLOSE F-AMEND
           END-IF.
       0030-LOAD-AMENDMENTS-END.

      * Shows the menu once and runs what the clerk picked.
       0100-SHOW-MENU-BEGIN.
           MOVE SPACE TO WS-SCR-CHOICE.
           DISPLAY SCR-MENU.
           ACCEPT SCR-MENU.
           MOVE SPACE TO WS-SCR-MESSAGE.
           EVALUATE WS-SCR-CHOICE
               WHEN "1"
                   PERFORM 0200-KEY-CORRECTION-BEGIN
                      THRU 0200-KEY-CORRECTION-END
               WHEN "2"
                   PERFORM 0300-REVIEW-PENDING-BEGIN
                      THRU 0300-REVIEW-PENDING-END
               WHEN "9"
                   SET WS-MENU-DONE TO TRUE
               WHEN OTHER
                   MOVE "KEY 1, 2 OR 9" TO WS-SCR-MESSAGE
           END-EVALUATE.
       0100-SHOW-MENU-END.

      * Keys new corrections: class, then student, then course, then
      * the grade itself. Blank on any screen steps back to the one
      * before; a saved correction steps back to the student screen
      * of the same class, since corrections usually come a class at
      * a time.
       0200-KEY-CORRECTION-BEGIN.
           MOVE 0 TO WS-EDIT-NDX.
           MOVE SPACE TO WS-SCR-CLASS.
           SET WS-STEP-CLASS TO TRUE.
           PERFORM UNTIL WS-STEP-DONE
               EVALUATE TRUE
                   WHEN WS-STEP-CLASS
                       PERFORM 0210-ASK-CLASS-BEGIN
                          THRU 0210-ASK-CLASS-END
                   WHEN WS-STEP-STUDENT
                       PERFORM 0220-ASK-STUDENT-BEGIN
                          THRU 0220-ASK-STUDENT-END
                   WHEN WS-STEP-COURSE
                       PERFORM 0230-ASK-COURSE-BEGIN
                          THRU 0230-ASK-COURSE-END
                   WHEN WS-STEP-CORRECTION
                       PERFORM 0240-ASK-CORRECTION-BEGIN
                          THRU 0240-ASK-CORRECTION-END
               END-EVALUATE
           END-PERFORM.
       0200-KEY-CORRECTION-END.

      * The class screen: the class must have a history posting,
      * which also gives the students and courses it can be
      * corrected for.
       0210-ASK-CLASS-BEGIN.
           DISPLAY SCR-CLASS.
           ACCEPT SCR-CLASS.
           MOVE SPACE TO WS-SCR-MESSAGE.
           IF WS-SCR-CLASS EQUAL SPACE THEN
               SET WS-STEP-DONE TO TRUE
           ELSE
               IF WS-SCR-CLASS EQUAL "*" THEN
                   MOVE SPACE TO WS-CLASS-ID
               ELSE
                   MOVE WS-SCR-CLASS TO WS-CLASS-ID
               END-IF
               PERFORM 0400-LOAD-CLASS-BEGIN
                  THRU 0400-LOAD-CLASS-END
               IF WS-PC-LGHT EQUAL 0 THEN
                   MOVE "NO HISTORY POSTING FOR THIS CLASS"
                       TO WS-SCR-MESSAGE
               ELSE
                   MOVE 0 TO WS-SCR-STUDENT-ID
                   MOVE SPACE TO WS-SCR-LASTNAME
                   MOVE SPACE TO WS-SCR-FIRSTNAME
                   SET WS-STEP-STUDENT TO TRUE
               END-IF
           END-IF.
       0210-ASK-CLASS-END.

      * The student screen: by district ID or by name, see
      * 0500-VALIDATE-STUDENT-BEGIN. Once picked, the student's
      * current grades are read off the snapshot for the course list.
       0220-ASK-STUDENT-BEGIN.
           DISPLAY SCR-STUDENT.
           ACCEPT SCR-STUDENT.
           MOVE SPACE TO WS-SCR-MESSAGE.
           IF WS-SCR-STUDENT-ID EQUAL 0 AND
              WS-SCR-LASTNAME EQUAL SPACE AND
              WS-SCR-FIRSTNAME EQUAL SPACE THEN
               SET WS-STEP-CLASS TO TRUE
           ELSE
               PERFORM 0500-VALIDATE-STUDENT-BEGIN
                  THRU 0500-VALIDATE-STUDENT-END
               IF WS-VALID-OK THEN
                   MOVE WS-PS-STUDENT-ID(WS-PS-SEL)
                       TO WS-CR-STUDENT-ID
                   MOVE WS-PS-LASTNAME(WS-PS-SEL) TO WS-CR-LASTNAME
                   MOVE WS-PS-FIRSTNAME(WS-PS-SEL)
                       TO WS-CR-FIRSTNAME
                   PERFORM 0450-LOAD-SNAPSHOT-GRADES-BEGIN
                      THRU 0450-LOAD-SNAPSHOT-GRADES-END
                   PERFORM 0600-BUILD-COURSE-LIST-BEGIN
                      THRU 0600-BUILD-COURSE-LIST-END
                   IF NOT WS-SNAP-WAS-FOUND THEN
                       MOVE "NO SNAPSHOT OF THE POSTING, CURRENT GRADES"
                           TO WS-SCR-MESSAGE
                       MOVE " UNKNOWN" TO WS-SCR-MESSAGE(43:)
                   END-IF
                   MOVE 0 TO WS-SCR-COURSE-NBR
                   SET WS-STEP-COURSE TO TRUE
               END-IF
           END-IF.
       0220-ASK-STUDENT-END.

      * The course screen: a number off the class's course list.
       0230-ASK-COURSE-BEGIN.
           DISPLAY SCR-COURSE.
           ACCEPT SCR-COURSE.
           MOVE SPACE TO WS-SCR-MESSAGE.
           IF WS-SCR-COURSE-NBR EQUAL 0 THEN
               SET WS-STEP-STUDENT TO TRUE
           ELSE
               IF WS-SCR-COURSE-NBR > WS-PC-LGHT THEN
                   MOVE "NO SUCH COURSE NUMBER IN THE LIST"
                       TO WS-SCR-MESSAGE
               ELSE
                   MOVE WS-SCR-COURSE-NBR TO WS-PC-SEL
                   PERFORM 0620-SHOW-CURRENT-BEGIN
                      THRU 0620-SHOW-CURRENT-END
                   MOVE SPACE TO WS-SCR-NEW-GRADE
                   MOVE 0 TO WS-SCR-ASSESS
                   MOVE SPACE TO WS-SCR-REASON
                   MOVE SPACE TO WS-SCR-CONFIRM
                   SET WS-STEP-CORRECTION TO TRUE
               END-IF
           END-IF.
       0230-ASK-COURSE-END.

      * The correction screen, for a new correction and for a change
      * to a pending one (WS-EDIT-NDX not 0) alike: N goes back, Y
      * validates the whole entry and saves it.
       0240-ASK-CORRECTION-BEGIN.
           DISPLAY SCR-CORRECTION.
           ACCEPT SCR-CORRECTION.
           MOVE SPACE TO WS-SCR-MESSAGE.
           EVALUATE WS-SCR-CONFIRM
               WHEN "N"
                   IF WS-EDIT-NDX EQUAL 0 THEN
                       SET WS-STEP-COURSE TO TRUE
                   ELSE
                       SET WS-STEP-DONE TO TRUE
                   END-IF
               WHEN "Y"
                   PERFORM 0510-VALIDATE-CORRECTION-BEGIN
                      THRU 0510-VALIDATE-CORRECTION-END
                   IF WS-VALID-OK THEN
                       PERFORM 0530-CHECK-DUPLICATE-BEGIN
                          THRU 0530-CHECK-DUPLICATE-END
                   END-IF
                   IF WS-VALID-OK THEN
                       PERFORM 0250-SAVE-CORRECTION-BEGIN
                          THRU 0250-SAVE-CORRECTION-END
                   ELSE
                       MOVE SPACE TO WS-SCR-CONFIRM
                   END-IF
               WHEN OTHER
                   MOVE "KEY Y TO SAVE THE CORRECTION OR N TO GO BACK"
                       TO WS-SCR-MESSAGE
           END-EVALUATE.
       0240-ASK-CORRECTION-END.

      * Stamps the validated correction in WS-NEW-AMENDMENT with the
      * clerk and the time, adds it (or replaces the one being
      * changed), rewrites the corrections file and logs it.
       0250-SAVE-CORRECTION-BEGIN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CLERK-ID TO WS-NEW-KEYED-BY.
           MOVE WS-CURRENT-DATE TO WS-NEW-KEYED-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO WS-NEW-KEYED-TIME.
           IF WS-EDIT-NDX EQUAL 0 THEN
               IF WS-AMEND-LGHT EQUAL WS-AMEND-MAX THEN
                   MOVE "CORRECTIONS FILE FULL, RUN THE AMENDMENT FIRST"
                       TO WS-SCR-MESSAGE
                   SET WS-STEP-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-AMEND-LGHT
                   MOVE WS-NEW-AMENDMENT TO WS-AMENDMENT(WS-AMEND-LGHT)
                   PERFORM 0700-REWRITE-AMENDMENTS-BEGIN
                      THRU 0700-REWRITE-AMENDMENTS-END
                   MOVE "ADD" TO WS-LOG-ACTION
                   MOVE WS-NEW-AMENDMENT TO WS-LOG-RECORD
                   PERFORM 0710-WRITE-LOG-BEGIN
                      THRU 0710-WRITE-LOG-END
                   MOVE "CORRECTION SAVED AS NUMBER" TO WS-SCR-MESSAGE
                   MOVE WS-AMEND-LGHT TO WS-SCR-MESSAGE(28:3)
                   MOVE 0 TO WS-SCR-STUDENT-ID
                   MOVE SPACE TO WS-SCR-LASTNAME
                   MOVE SPACE TO WS-SCR-FIRSTNAME
                   SET WS-STEP-STUDENT TO TRUE
               END-IF
           ELSE
               MOVE "CHG-FROM" TO WS-LOG-ACTION
               MOVE WS-AMENDMENT(WS-EDIT-NDX) TO WS-LOG-RECORD
               PERFORM 0710-WRITE-LOG-BEGIN
                  THRU 0710-WRITE-LOG-END
               MOVE WS-NEW-AMENDMENT TO WS-AMENDMENT(WS-EDIT-NDX)
               PERFORM 0700-REWRITE-AMENDMENTS-BEGIN
                  THRU 0700-REWRITE-AMENDMENTS-END
               MOVE "CHG-TO" TO WS-LOG-ACTION
               MOVE WS-NEW-AMENDMENT TO WS-LOG-RECORD
               PERFORM 0710-WRITE-LOG-BEGIN
                  THRU 0710-WRITE-LOG-END
               MOVE "CORRECTION CHANGED" TO WS-SCR-MESSAGE
               SET WS-STEP-DONE TO TRUE
           END-IF.
       0250-SAVE-CORRECTION-END.

      * The review screen, a page of eight pending corrections at a
      * time, from which one is picked by number to change or
      * delete.
       0300-REVIEW-PENDING-BEGIN.
           MOVE 1 TO WS-RV-FIRST.
           MOVE 0 TO WS-REVIEW-SW.
           PERFORM UNTIL WS-REVIEW-DONE
               PERFORM 0310-BUILD-REVIEW-PAGE-BEGIN
                  THRU 0310-BUILD-REVIEW-PAGE-END
               MOVE SPACE TO WS-SCR-ACTION
               MOVE 0 TO WS-SCR-ENTRY-NBR
               DISPLAY SCR-REVIEW
               ACCEPT SCR-REVIEW
               MOVE SPACE TO WS-SCR-MESSAGE
               EVALUATE WS-SCR-ACTION
                   WHEN "N"
                       IF WS-RV-FIRST + 8 <= WS-AMEND-LGHT THEN
                           ADD 8 TO WS-RV-FIRST
                       END-IF
                   WHEN "P"
                       IF WS-RV-FIRST > 8 THEN
                           SUBTRACT 8 FROM WS-RV-FIRST
                       ELSE
                           MOVE 1 TO WS-RV-FIRST
                       END-IF
                   WHEN "C"
                       IF WS-SCR-ENTRY-NBR EQUAL 0 OR
                          WS-SCR-ENTRY-NBR > WS-AMEND-LGHT THEN
                           MOVE "NO SUCH CORRECTION NUMBER"
                               TO WS-SCR-MESSAGE
                       ELSE
                           PERFORM 0320-CHANGE-PENDING-BEGIN
                              THRU 0320-CHANGE-PENDING-END
                       END-IF
                   WHEN "D"
                       IF WS-SCR-ENTRY-NBR EQUAL 0 OR
                          WS-SCR-ENTRY-NBR > WS-AMEND-LGHT THEN
                           MOVE "NO SUCH CORRECTION NUMBER"
                               TO WS-SCR-MESSAGE
                       ELSE
                           PERFORM 0330-DELETE-PENDING-BEGIN
                              THRU 0330-DELETE-PENDING-END
                       END-IF
                   WHEN "X"
                   WHEN SPACE
                       SET WS-REVIEW-DONE TO TRUE
                   WHEN OTHER
                       MOVE "KEY C, D, N, P OR X" TO WS-SCR-MESSAGE
               END-EVALUATE
           END-PERFORM.
       0300-REVIEW-PENDING-END.

      * Formats the page of pending corrections starting at
      * WS-RV-FIRST, blank lines past the last one.
       0310-BUILD-REVIEW-PAGE-BEGIN.
           IF WS-RV-FIRST > WS-AMEND-LGHT AND WS-RV-FIRST > 8 THEN
               SUBTRACT 8 FROM WS-RV-FIRST
           END-IF.
           PERFORM VARYING WS-IDX-RV FROM 1 BY 1
                   UNTIL WS-IDX-RV > 8
               COMPUTE WS-IDX-AMD = WS-RV-FIRST + WS-IDX-RV - 1
               IF WS-IDX-AMD > WS-AMEND-LGHT THEN
                   MOVE SPACE TO WS-RV-LINE-1(WS-IDX-RV)
                   MOVE SPACE TO WS-RV-LINE-2(WS-IDX-RV)
               ELSE
                   PERFORM 0315-FORMAT-PENDING-BEGIN
                      THRU 0315-FORMAT-PENDING-END
                   MOVE WS-RV-LINE-1-FMT TO WS-RV-LINE-1(WS-IDX-RV)
                   MOVE WS-RV-LINE-2-FMT TO WS-RV-LINE-2(WS-IDX-RV)
               END-IF
           END-PERFORM.
           IF WS-AMEND-LGHT EQUAL 0 THEN
               MOVE "NO CORRECTIONS PENDING" TO WS-RV-LINE-1(1)
           END-IF.
       0310-BUILD-REVIEW-PAGE-END.

      * Formats pending correction WS-IDX-AMD into the two review
      * lines.
       0315-FORMAT-PENDING-BEGIN.
           MOVE WS-IDX-AMD TO WS-RV1-NBR.
           MOVE WS-AMD-CLASS(WS-IDX-AMD) TO WS-RV1-CLASS.
           MOVE WS-AMD-STUD-ID(WS-IDX-AMD) TO WS-RV1-SID.
           MOVE WS-AMD-LASTNAME(WS-IDX-AMD) TO WS-RV1-LASTNAME.
           MOVE WS-AMD-FIRSTNAME(WS-IDX-AMD) TO WS-RV1-FIRSTNAME.
           MOVE WS-AMD-COURSE(WS-IDX-AMD) TO WS-RV1-COURSE.
           MOVE WS-AMD-GRADE(WS-IDX-AMD) TO WS-RV1-GRADE.
           MOVE WS-AMD-ASSESS(WS-IDX-AMD) TO WS-RV1-ASSESS.
           MOVE WS-AMD-REASON(WS-IDX-AMD) TO WS-RV2-REASON.
           MOVE WS-AMD-KEYED-BY(WS-IDX-AMD) TO WS-RV2-KEYED-BY.
           MOVE WS-AMD-KEYED-DATE(WS-IDX-AMD) TO WS-RV2-KEYED-DATE.
       0315-FORMAT-PENDING-END.

      * Changes pending correction WS-SCR-ENTRY-NBR: its class is
      * reloaded off the history and snapshot so the change is
      * checked the same way a new correction is. Class, student and
      * course stay as keyed - a correction against the wrong one is
      * deleted and keyed again. When the posting no longer holds
      * the student or course, only the grade's own range is
      * checked.
       0320-CHANGE-PENDING-BEGIN.
           MOVE WS-SCR-ENTRY-NBR TO WS-EDIT-NDX.
           MOVE WS-AMD-CLASS(WS-EDIT-NDX) TO WS-CLASS-ID.
           PERFORM 0400-LOAD-CLASS-BEGIN
              THRU 0400-LOAD-CLASS-END.
           MOVE 0 TO WS-PS-SEL.
           MOVE 0 TO WS-PC-SEL.
           PERFORM VARYING WS-IDX-PS FROM 1 BY 1
                   UNTIL WS-IDX-PS > WS-PS-LGHT
               IF WS-AMD-STUD-ID(WS-EDIT-NDX) IS NUMERIC AND
                  WS-AMD-STUD-ID(WS-EDIT-NDX) NOT EQUAL "0000000"
                   IF WS-PS-STUDENT-ID(WS-IDX-PS) EQUAL
                      WS-AMD-STUD-ID(WS-EDIT-NDX) THEN
                       MOVE WS-IDX-PS TO WS-PS-SEL
                   END-IF
               ELSE
                   IF WS-PS-LASTNAME(WS-IDX-PS) EQUAL
                      WS-AMD-LASTNAME(WS-EDIT-NDX) AND
                      WS-PS-FIRSTNAME(WS-IDX-PS) EQUAL
                      WS-AMD-FIRSTNAME(WS-EDIT-NDX) THEN
                       MOVE WS-IDX-PS TO WS-PS-SEL
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PS-SEL NOT EQUAL 0 THEN
               PERFORM 0450-LOAD-SNAPSHOT-GRADES-BEGIN
                  THRU 0450-LOAD-SNAPSHOT-GRADES-END
               PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                       UNTIL WS-IDX-PC > WS-PC-LGHT
                   IF WS-PC-NAME(WS-IDX-PC) EQUAL
                      WS-AMD-COURSE(WS-EDIT-NDX) THEN
                       MOVE WS-IDX-PC TO WS-PC-SEL
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-AMD-STUD-ID(WS-EDIT-NDX) IS NUMERIC THEN
               MOVE WS-AMD-STUD-ID(WS-EDIT-NDX) TO WS-CR-STUDENT-ID
           ELSE
               MOVE 0 TO WS-CR-STUDENT-ID
           END-IF.
           MOVE WS-AMD-LASTNAME(WS-EDIT-NDX) TO WS-CR-LASTNAME.
           MOVE WS-AMD-FIRSTNAME(WS-EDIT-NDX) TO WS-CR-FIRSTNAME.
           IF WS-PC-SEL NOT EQUAL 0 THEN
               PERFORM 0620-SHOW-CURRENT-BEGIN
                  THRU 0620-SHOW-CURRENT-END
           ELSE
               MOVE WS-AMD-COURSE(WS-EDIT-NDX) TO WS-CR-COURSE
               MOVE "?" TO WS-CR-CURRENT
               MOVE SPACE TO WS-CR-ASSESS-LINE-1
               MOVE SPACE TO WS-CR-ASSESS-LINE-2
               MOVE "THE LATEST POSTING NO LONGER HOLDS THIS STUDENT"
                   TO WS-SCR-MESSAGE
               MOVE " AND COURSE" TO WS-SCR-MESSAGE(48:)
           END-IF.
           MOVE WS-AMD-GRADE(WS-EDIT-NDX) TO WS-SCR-NEW-GRADE.
           IF WS-AMD-ASSESS(WS-EDIT-NDX) IS NUMERIC THEN
               MOVE WS-AMD-ASSESS(WS-EDIT-NDX) TO WS-SCR-ASSESS
           ELSE
               MOVE 0 TO WS-SCR-ASSESS
           END-IF.
           MOVE WS-AMD-REASON(WS-EDIT-NDX) TO WS-SCR-REASON.
           MOVE SPACE TO WS-SCR-CONFIRM.
           SET WS-STEP-CORRECTION TO TRUE.
           PERFORM 0240-ASK-CORRECTION-BEGIN
              THRU 0240-ASK-CORRECTION-END
               UNTIL WS-STEP-DONE.
           MOVE 0 TO WS-EDIT-NDX.
       0320-CHANGE-PENDING-END.

      * Deletes pending correction WS-SCR-ENTRY-NBR once the clerk
      * confirms it, closing the gap in the table.
       0330-DELETE-PENDING-BEGIN.
           MOVE WS-SCR-ENTRY-NBR TO WS-IDX-AMD.
           PERFORM 0315-FORMAT-PENDING-BEGIN
              THRU 0315-FORMAT-PENDING-END.
           MOVE SPACE TO WS-SCR-CONFIRM.
           PERFORM UNTIL WS-SCR-CONFIRM EQUAL "Y" OR
                         WS-SCR-CONFIRM EQUAL "N"
               DISPLAY SCR-DELETE
               ACCEPT SCR-DELETE
               MOVE "KEY Y TO DELETE OR N TO KEEP IT"
                   TO WS-SCR-MESSAGE
           END-PERFORM.
           MOVE SPACE TO WS-SCR-MESSAGE.
           IF WS-SCR-CONFIRM EQUAL "Y" THEN
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE "DELETE" TO WS-LOG-ACTION
               MOVE WS-AMENDMENT(WS-IDX-AMD) TO WS-LOG-RECORD
               PERFORM VARYING WS-IDX-AMD FROM WS-IDX-AMD BY 1
                       UNTIL WS-IDX-AMD >= WS-AMEND-LGHT
                   MOVE WS-AMENDMENT(WS-IDX-AMD + 1)
                       TO WS-AMENDMENT(WS-IDX-AMD)
               END-PERFORM
               SUBTRACT 1 FROM WS-AMEND-LGHT
               PERFORM 0700-REWRITE-AMENDMENTS-BEGIN
                  THRU 0700-REWRITE-AMENDMENTS-END
               PERFORM 0710-WRITE-LOG-BEGIN
                  THRU 0710-WRITE-LOG-END
               MOVE "CORRECTION DELETED" TO WS-SCR-MESSAGE
           END-IF.
       0330-DELETE-PENDING-END.

      * Loads the class WS-CLASS-ID as its latest history posting
      * holds it: a first pass over the history finds the date of
      * the class's latest course rows, a second collects that
      * date's student and course rows. The year-end "FY" rows carry
      * no course rows and are never the posting a correction
      * amends. No posting leaves both tables empty.
       0400-LOAD-CLASS-BEGIN.
           MOVE 0 TO WS-PS-LGHT.
           MOVE 0 TO WS-PC-LGHT.
           MOVE 0 TO WS-POSTED-DATE.
           OPEN INPUT F-HISTORY.
           IF F-HISTORY-STATUS-OK THEN
               PERFORM UNTIL F-HISTORY-STATUS-EOF
                   READ F-HISTORY
                       NOT AT END
                           IF R-HC-TYPE EQUAL "C" AND
                              R-HC-CLASS-ID EQUAL WS-CLASS-ID AND
                              R-HC-DATE IS NUMERIC AND
                              R-HC-DATE > WS-POSTED-DATE THEN
                               MOVE R-HC-DATE TO WS-POSTED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORY
           END-IF.
           IF WS-POSTED-DATE NOT EQUAL 0 THEN
               OPEN INPUT F-HISTORY
               PERFORM UNTIL F-HISTORY-STATUS-EOF
                   READ F-HISTORY
                       NOT AT END
                           IF R-H-TYPE EQUAL "S" AND
                              R-H-CLASS-ID EQUAL WS-CLASS-ID AND
                              R-H-DATE EQUAL WS-POSTED-DATE AND
                              R-H-PERIOD NOT EQUAL "FY" THEN
                               PERFORM 0410-STORE-POSTED-STUDENT-BEGIN
                                  THRU 0410-STORE-POSTED-STUDENT-END
                           END-IF
                           IF R-HC-TYPE EQUAL "C" AND
                              R-HC-CLASS-ID EQUAL WS-CLASS-ID AND
                              R-HC-DATE EQUAL WS-POSTED-DATE THEN
                               PERFORM 0420-STORE-POSTED-COURSE-BEGIN
                                  THRU 0420-STORE-POSTED-COURSE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORY
           END-IF.
       0400-LOAD-CLASS-END.

      * Enters one posted "S" row, unless a rerun already posted the
      * same student the same day. Rows posted before the district
      * ID was carried read as ID zero.
       0410-STORE-POSTED-STUDENT-BEGIN.
           MOVE 0 TO WS-1800P-ID.
           IF R-H-STUDENT-ID IS NUMERIC THEN
               MOVE R-H-STUDENT-ID TO WS-1800P-ID
           END-IF.
           MOVE 0 TO WS-MATCH-COUNT.
           PERFORM VARYING WS-IDX-PS FROM 1 BY 1
                   UNTIL WS-IDX-PS > WS-PS-LGHT
               IF WS-PS-LASTNAME(WS-IDX-PS) EQUAL R-H-LASTNAME AND
                  WS-PS-FIRSTNAME(WS-IDX-PS) EQUAL R-H-FIRSTNAME AND
                  WS-PS-STUDENT-ID(WS-IDX-PS) EQUAL WS-1800P-ID THEN
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM.
           IF WS-MATCH-COUNT EQUAL 0 THEN
               IF WS-PS-LGHT EQUAL WS-PS-MAX THEN
                   MOVE "CLASS TOO LARGE, ONLY THE FIRST 500 STUDENTS"
                       TO WS-SCR-MESSAGE
                   MOVE " CAN BE CORRECTED" TO WS-SCR-MESSAGE(45:)
               ELSE
                   ADD 1 TO WS-PS-LGHT
                   MOVE R-H-LASTNAME TO WS-PS-LASTNAME(WS-PS-LGHT)
                   MOVE R-H-FIRSTNAME TO WS-PS-FIRSTNAME(WS-PS-LGHT)
                   MOVE WS-1800P-ID TO WS-PS-STUDENT-ID(WS-PS-LGHT)
               END-IF
           END-IF.
       0410-STORE-POSTED-STUDENT-END.

      * Enters one posted "C" row, unless a rerun already posted the
      * same course the same day.
       0420-STORE-POSTED-COURSE-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                   UNTIL WS-IDX-PC > WS-PC-LGHT
               IF WS-PC-NAME(WS-IDX-PC) EQUAL R-HC-COURSE THEN
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM.
           IF WS-MATCH-COUNT EQUAL 0 AND WS-PC-LGHT < WS-PC-MAX THEN
               ADD 1 TO WS-PC-LGHT
               MOVE R-HC-COURSE TO WS-PC-NAME(WS-PC-LGHT)
           END-IF.
       0420-STORE-POSTED-COURSE-END.

      * Reads the picked student's grades off the snapshot frozen on
      * the posting's date. Snapshot courses are matched to posted
      * ones by name; the student by district ID when the posting
      * carries one, by name otherwise. Every posted course starts as
      * not on the snapshot, and becomes not taken once the snapshot
      * turns out to be there.
       0450-LOAD-SNAPSHOT-GRADES-BEGIN.
           PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                   UNTIL WS-IDX-PC > WS-PC-LGHT
               SET WS-PC-NO-SNAPSHOT(WS-IDX-PC) TO TRUE
               MOVE 0 TO WS-PC-GRADE(WS-IDX-PC)
               MOVE 1 TO WS-PC-STATUS(WS-IDX-PC)
               MOVE 0 TO WS-PC-REQ(WS-IDX-PC)
               MOVE 0 TO WS-PC-ASSESS-AMT(WS-IDX-PC)
           END-PERFORM.
           MOVE 0 TO WS-SNAP-FOUND.
           MOVE 0 TO WS-SNAP-CRS-LGHT.
           MOVE 0 TO WS-SNAP-OURS.
           MOVE SPACE TO WS-SNAPSHOT-FILENAME.
           IF WS-CLASS-ID EQUAL SPACE THEN
               STRING "data/snap_" DELIMITED BY SIZE
                      WS-POSTED-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILENAME
               END-STRING
           ELSE
               STRING "data/snap_" DELIMITED BY SIZE
                      WS-CLASS-ID DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      WS-POSTED-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILENAME
               END-STRING
           END-IF.
           OPEN INPUT F-SNAPSHOT.
           IF F-SNAPSHOT-STATUS-OK THEN
               SET WS-SNAP-WAS-FOUND TO TRUE
               PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                       UNTIL WS-IDX-PC > WS-PC-LGHT
                   SET WS-PC-NOT-TAKEN(WS-IDX-PC) TO TRUE
               END-PERFORM
               PERFORM UNTIL F-SNAPSHOT-STATUS-EOF
                   READ F-SNAPSHOT
                       NOT AT END
                           PERFORM 0455-STORE-SNAPSHOT-ROW-BEGIN
                              THRU 0455-STORE-SNAPSHOT-ROW-END
                   END-READ
               END-PERFORM
               CLOSE F-SNAPSHOT
           END-IF.
       0450-LOAD-SNAPSHOT-GRADES-END.

      * Takes one snapshot row: a course row extends the course-
      * number map, a student row says whether the grade rows after
      * it are the picked student's, and those grade and assessment
      * rows fill in the matching posted course.
       0455-STORE-SNAPSHOT-ROW-BEGIN.
           EVALUATE R-SN-TYPE
               WHEN "C"
                   IF WS-SNAP-CRS-LGHT < WS-PC-MAX THEN
                       ADD 1 TO WS-SNAP-CRS-LGHT
                       MOVE 0 TO WS-SNAP-PC(WS-SNAP-CRS-LGHT)
                       PERFORM VARYING WS-IDX-PC FROM 1 BY 1
                               UNTIL WS-IDX-PC > WS-PC-LGHT
                           IF WS-PC-NAME(WS-IDX-PC) EQUAL R-SNC-NAME
                               MOVE WS-IDX-PC
                                   TO WS-SNAP-PC(WS-SNAP-CRS-LGHT)
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN "S"
                   MOVE 0 TO WS-SNAP-OURS
                   IF WS-PS-STUDENT-ID(WS-PS-SEL) NOT EQUAL 0 THEN
                       IF R-SNS-STUDENT-ID EQUAL
                          WS-PS-STUDENT-ID(WS-PS-SEL) THEN
                           SET WS-SNAP-IS-OURS TO TRUE
                       END-IF
                   ELSE
                       IF R-SNS-LASTNAME EQUAL
                          WS-PS-LASTNAME(WS-PS-SEL) AND
                          R-SNS-FIRSTNAME EQUAL
                          WS-PS-FIRSTNAME(WS-PS-SEL) THEN
                           SET WS-SNAP-IS-OURS TO TRUE
                       END-IF
                   END-IF
               WHEN "G"
                   IF WS-SNAP-IS-OURS AND
                      R-SNG-COURSE > 0 AND
                      R-SNG-COURSE <= WS-SNAP-CRS-LGHT THEN
                       MOVE WS-SNAP-PC(R-SNG-COURSE) TO WS-IDX-PC
                       IF WS-IDX-PC NOT EQUAL 0 THEN
                           SET WS-PC-ON-SNAPSHOT(WS-IDX-PC) TO TRUE
                           MOVE R-SNG-GRADE TO WS-PC-GRADE(WS-IDX-PC)
                           MOVE R-SNG-STATUS
                               TO WS-PC-STATUS(WS-IDX-PC)
                           MOVE R-SNG-REQ TO WS-PC-REQ(WS-IDX-PC)
                           MOVE R-SNG-ASSESS-AMT
                               TO WS-PC-ASSESS-AMT(WS-IDX-PC)
                       END-IF
                   END-IF
               WHEN "A"
                   IF WS-SNAP-IS-OURS AND
                      R-SNA-COURSE > 0 AND
                      R-SNA-COURSE <= WS-SNAP-CRS-LGHT AND
                      R-SNA-NUMBER > 0 AND
                      R-SNA-NUMBER <= WS-ASSESS-MAX THEN
                       MOVE WS-SNAP-PC(R-SNA-COURSE) TO WS-IDX-PC
                       IF WS-IDX-PC NOT EQUAL 0 THEN
                           MOVE R-SNA-GRADE TO WS-PC-ASSESS-GRADE
                               (WS-IDX-PC, R-SNA-NUMBER)
                           MOVE R-SNA-CODE TO WS-PC-ASSESS-CODE
                               (WS-IDX-PC, R-SNA-NUMBER)
                       END-IF
                   END-IF
           END-EVALUATE.
       0455-STORE-SNAPSHOT-ROW-END.

      * Finds the student the clerk keyed among the class's posted
      * students into WS-PS-SEL. A district ID must be on the
      * student master, not retired, and posted in the class; a
      * name must match exactly one posted student (the first name
      * can be left blank when the last name alone is enough). A
      * student found by name whose posting carries a retired ID is
      * refused the same way.
       0500-VALIDATE-STUDENT-BEGIN.
           SET WS-VALID-OK TO TRUE.
           MOVE 0 TO WS-PS-SEL.
           MOVE 0 TO WS-MATCH-COUNT.
           IF WS-SCR-STUDENT-ID NOT EQUAL 0 THEN
               IF WS-MASTER-LGHT NOT EQUAL 0 THEN
                   MOVE WS-SCR-STUDENT-ID TO WS-1800P-ID
                   PERFORM 1800-FIND-MASTER-ID-BEGIN
                      THRU 1800-FIND-MASTER-ID-END
                   IF WS-1800R-INDEX EQUAL 0 THEN
                       MOVE "STUDENT ID NOT ON THE STUDENT MASTER"
                           TO WS-SCR-MESSAGE
                       SET WS-VALID-FAILED TO TRUE
                   ELSE
                       IF WS-M-RETIRED(WS-1800R-INDEX) THEN
                           MOVE "STUDENT ID IS RETIRED ON THE MASTER"
                               TO WS-SCR-MESSAGE
                           SET WS-VALID-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-VALID-OK THEN
                   PERFORM VARYING WS-IDX-PS FROM 1 BY 1
                           UNTIL WS-IDX-PS > WS-PS-LGHT
                       IF WS-PS-STUDENT-ID(WS-IDX-PS) EQUAL
                          WS-SCR-STUDENT-ID THEN
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE WS-IDX-PS TO WS-PS-SEL
                       END-IF
                   END-PERFORM
                   IF WS-MATCH-COUNT EQUAL 0 THEN
                       MOVE "STUDENT ID NOT POSTED IN THIS CLASS"
                           TO WS-SCR-MESSAGE
                       SET WS-VALID-FAILED TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WS-SCR-LASTNAME EQUAL SPACE THEN
                   MOVE "KEY THE STUDENT ID OR THE LAST NAME"
                       TO WS-SCR-MESSAGE
                   SET WS-VALID-FAILED TO TRUE
               ELSE
                   PERFORM VARYING WS-IDX-PS FROM 1 BY 1
                           UNTIL WS-IDX-PS > WS-PS-LGHT
                       IF WS-PS-LASTNAME(WS-IDX-PS) EQUAL
                          WS-SCR-LASTNAME AND
                          (WS-SCR-FIRSTNAME EQUAL SPACE OR
                           WS-PS-FIRSTNAME(WS-IDX-PS) EQUAL
                           WS-SCR-FIRSTNAME) THEN
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE WS-IDX-PS TO WS-PS-SEL
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-MATCH-COUNT EQUAL 0
                           MOVE "NO SUCH STUDENT POSTED IN THIS CLASS"
                               TO WS-SCR-MESSAGE
                           SET WS-VALID-FAILED TO TRUE
                       WHEN WS-MATCH-COUNT > 1
                           MOVE "SEVERAL STUDENTS MATCH, KEY THE FIRST"
                               TO WS-SCR-MESSAGE
                           MOVE " NAME OR THE STUDENT ID"
                               TO WS-SCR-MESSAGE(38:)
                           SET WS-VALID-FAILED TO TRUE
                       WHEN WS-PS-STUDENT-ID(WS-PS-SEL) NOT EQUAL 0
                            AND WS-MASTER-LGHT NOT EQUAL 0
                           MOVE WS-PS-STUDENT-ID(WS-PS-SEL)
                               TO WS-1800P-ID
                           PERFORM 1800-FIND-MASTER-ID-BEGIN
                              THRU 1800-FIND-MASTER-ID-END
                           IF WS-1800R-INDEX NOT EQUAL 0 THEN
                               IF WS-M-RETIRED(WS-1800R-INDEX) THEN
                                   MOVE "STUDENT ID IS RETIRED ON THE"
                                       TO WS-SCR-MESSAGE
                                   MOVE " MASTER"
                                       TO WS-SCR-MESSAGE(29:)
                                   SET WS-VALID-FAILED TO TRUE
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-VALID-FAILED THEN
               MOVE 0 TO WS-PS-SEL
           END-IF.
       0500-VALIDATE-STUDENT-END.

      * Checks the grade, assessment number and reason keyed on the
      * correction screen and builds WS-NEW-AMENDMENT from them. With
      * the pair found on the snapshot, it also refuses what the
      * amendment run would reject: an assessment number beyond
      * those stored, a coded assessment slot, or a course grade for
      * a course the student never took.
       0510-VALIDATE-CORRECTION-BEGIN.
           SET WS-VALID-OK TO TRUE.
           PERFORM 0520-PARSE-GRADE-BEGIN
              THRU 0520-PARSE-GRADE-END.
           IF WS-VALID-OK AND WS-SCR-ASSESS > WS-ASSESS-MAX THEN
               MOVE "ASSESSMENT NUMBER MUST BE 1 TO 10, OR BLANK"
                   TO WS-SCR-MESSAGE
               SET WS-VALID-FAILED TO TRUE
           END-IF.
           IF WS-VALID-OK AND WS-PC-SEL NOT EQUAL 0 THEN
               IF WS-PC-ON-SNAPSHOT(WS-PC-SEL) OR
                  WS-PC-NOT-TAKEN(WS-PC-SEL) THEN
                   IF WS-SCR-ASSESS NOT EQUAL 0 THEN
                       IF WS-SCR-ASSESS > WS-PC-ASSESS-AMT(WS-PC-SEL)
                           MOVE "NO SUCH ASSESSMENT STORED FOR THIS"
                               TO WS-SCR-MESSAGE
                           MOVE " COURSE" TO WS-SCR-MESSAGE(35:)
                           SET WS-VALID-FAILED TO TRUE
                       ELSE
                           IF WS-PC-ASSESS-CODE
                              (WS-PC-SEL, WS-SCR-ASSESS)
                              NOT EQUAL SPACE THEN
                               MOVE "ASSESSMENT IS CODED, CORRECT THE"
                                   TO WS-SCR-MESSAGE
                               MOVE " COURSE GRADE INSTEAD"
                                   TO WS-SCR-MESSAGE(33:)
                               SET WS-VALID-FAILED TO TRUE
                           END-IF
                       END-IF
                   ELSE
                       IF NOT WS-PC-WAS-REQUESTED(WS-PC-SEL) AND
                          NOT WS-PC-GRADE-OK(WS-PC-SEL) THEN
                           MOVE "THE STUDENT DID NOT TAKE THIS COURSE"
                               TO WS-SCR-MESSAGE
                           SET WS-VALID-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-OK AND WS-SCR-REASON EQUAL SPACE THEN
               MOVE "KEY THE REASON FOR THE CORRECTION"
                   TO WS-SCR-MESSAGE
               SET WS-VALID-FAILED TO TRUE
           END-IF.
           IF WS-VALID-OK THEN
               MOVE WS-CLASS-ID TO WS-NEW-CLASS
               MOVE WS-CR-LASTNAME TO WS-NEW-LASTNAME
               MOVE WS-CR-FIRSTNAME TO WS-NEW-FIRSTNAME
               MOVE WS-CR-COURSE TO WS-NEW-COURSE
               MOVE WS-GR-EDIT TO WS-NEW-GRADE
               MOVE WS-GR-EDIT TO WS-SCR-NEW-GRADE
               IF WS-SCR-ASSESS EQUAL 0 THEN
                   MOVE SPACE TO WS-NEW-ASSESS
               ELSE
                   MOVE WS-SCR-ASSESS TO WS-NEW-ASSESS
               END-IF
               IF WS-CR-STUDENT-ID EQUAL 0 THEN
                   MOVE SPACE TO WS-NEW-STUD-ID
               ELSE
                   MOVE WS-CR-STUDENT-ID TO WS-NEW-STUD-ID
               END-IF
               MOVE WS-SCR-REASON TO WS-NEW-REASON
           END-IF.
       0510-VALIDATE-CORRECTION-END.

      * Reads the grade text: one or two digits, optionally a comma
      * and one or two decimals, spaces around it allowed, nothing
      * else. The value must be within the grade scale; it comes
      * back edited as NN,NN in WS-GR-EDIT, the way the amendment
      * run reads it.
       0520-PARSE-GRADE-BEGIN.
           MOVE 0 TO WS-GR-INT.
           MOVE 0 TO WS-GR-INT-LEN.
           MOVE 0 TO WS-GR-DEC.
           MOVE 0 TO WS-GR-DEC-LEN.
           SET WS-GR-LEADING TO TRUE.
           PERFORM VARYING WS-GR-POS FROM 1 BY 1
                   UNTIL WS-GR-POS > 5 OR WS-VALID-FAILED
               MOVE WS-SCR-NEW-GRADE(WS-GR-POS:1) TO WS-GR-CHAR
               EVALUATE TRUE
                   WHEN WS-GR-CHAR EQUAL SPACE
                       IF NOT WS-GR-LEADING THEN
                           SET WS-GR-TRAILING TO TRUE
                       END-IF
                   WHEN WS-GR-CHAR IS NUMERIC AND
                        (WS-GR-LEADING OR WS-GR-IN-INTEGER)
                       MOVE WS-GR-CHAR TO WS-GR-DIGIT
                       ADD 1 TO WS-GR-INT-LEN
                       COMPUTE WS-GR-INT = WS-GR-INT * 10
                           + WS-GR-DIGIT
                       SET WS-GR-IN-INTEGER TO TRUE
                       IF WS-GR-INT-LEN > 2 THEN
                           SET WS-VALID-FAILED TO TRUE
                       END-IF
                   WHEN WS-GR-CHAR IS NUMERIC AND WS-GR-IN-DECIMALS
                       MOVE WS-GR-CHAR TO WS-GR-DIGIT
                       ADD 1 TO WS-GR-DEC-LEN
                       COMPUTE WS-GR-DEC = WS-GR-DEC * 10
                           + WS-GR-DIGIT
                       IF WS-GR-DEC-LEN > 2 THEN
                           SET WS-VALID-FAILED TO TRUE
                       END-IF
                   WHEN WS-GR-CHAR EQUAL "," AND WS-GR-IN-INTEGER
                       SET WS-GR-IN-DECIMALS TO TRUE
                   WHEN OTHER
                       SET WS-VALID-FAILED TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF WS-GR-INT-LEN EQUAL 0 THEN
               SET WS-VALID-FAILED TO TRUE
           END-IF.
           IF WS-VALID-FAILED THEN
               MOVE "NEW GRADE MUST READ LIKE 14 OR 14,5 OR 14,50"
                   TO WS-SCR-MESSAGE
           ELSE
               IF WS-GR-DEC-LEN EQUAL 1 THEN
                   COMPUTE WS-GR-VALUE = WS-GR-INT + WS-GR-DEC / 10
               ELSE
                   COMPUTE WS-GR-VALUE = WS-GR-INT + WS-GR-DEC / 100
               END-IF
               IF WS-GR-VALUE > WS-GRADE-MAX THEN
                   MOVE "NEW GRADE IS ABOVE THE 20,00 MAXIMUM"
                       TO WS-SCR-MESSAGE
                   SET WS-VALID-FAILED TO TRUE
               ELSE
                   MOVE WS-GR-VALUE TO WS-GR-EDIT
               END-IF
           END-IF.
       0520-PARSE-GRADE-END.

      * Refuses a second pending correction for the same class,
      * student, course and assessment - the amendment run would
      * apply both in file order and the first would be lost without
      * a trace. A change is not compared with itself.
       0530-CHECK-DUPLICATE-BEGIN.
           PERFORM VARYING WS-IDX-AMD FROM 1 BY 1
                   UNTIL WS-IDX-AMD > WS-AMEND-LGHT
               IF WS-IDX-AMD NOT EQUAL WS-EDIT-NDX AND
                  WS-AMD-CLASS(WS-IDX-AMD) EQUAL WS-NEW-CLASS AND
                  WS-AMD-COURSE(WS-IDX-AMD) EQUAL WS-NEW-COURSE AND
                  WS-AMD-ASSESS(WS-IDX-AMD) EQUAL WS-NEW-ASSESS AND
                  WS-AMD-LASTNAME(WS-IDX-AMD) EQUAL WS-NEW-LASTNAME
                  AND WS-AMD-FIRSTNAME(WS-IDX-AMD) EQUAL
                  WS-NEW-FIRSTNAME THEN
                   MOVE "ALREADY PENDING AS NUMBER" TO WS-SCR-MESSAGE
                   MOVE WS-IDX-AMD TO WS-SCR-MESSAGE(27:3)
                   MOVE ", CHANGE THAT ONE UNDER REVIEW"
                       TO WS-SCR-MESSAGE(30:)
                   SET WS-VALID-FAILED TO TRUE
                   MOVE WS-AMEND-LGHT TO WS-IDX-AMD
               END-IF
           END-PERFORM.
       0530-CHECK-DUPLICATE-END.

      * Formats the course screen's list: every posted course with
      * its number and the picked student's current grade in it.
       0600-BUILD-COURSE-LIST-BEGIN.
           MOVE SPACE TO WS-COURSE-LIST.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-PC-LGHT
               MOVE WS-IDX-CL TO WS-CL-NBR(WS-IDX-CL)
               MOVE WS-PC-NAME(WS-IDX-CL) TO WS-CL-NAME(WS-IDX-CL)
               MOVE WS-IDX-CL TO WS-0610P-INDEX
               PERFORM 0610-CURRENT-GRADE-TEXT-BEGIN
                  THRU 0610-CURRENT-GRADE-TEXT-END
               MOVE WS-0610R-TEXT TO WS-CL-GRADE(WS-IDX-CL)
           END-PERFORM.
       0600-BUILD-COURSE-LIST-END.

      * The current grade of posted course WS-0610P-INDEX as shown:
      * the grade, its EXC/INC/ABS code, MISS when still awaited, "-"
      * when the student didn't take the course, "?" without a
      * snapshot to tell.
       0610-CURRENT-GRADE-TEXT-BEGIN.
           EVALUATE TRUE
               WHEN WS-PC-NO-SNAPSHOT(WS-0610P-INDEX)
                   MOVE "?" TO WS-0610R-TEXT
               WHEN WS-PC-NOT-TAKEN(WS-0610P-INDEX)
                   MOVE "-" TO WS-0610R-TEXT
               WHEN WS-PC-GRADE-OK(WS-0610P-INDEX)
                   MOVE WS-PC-GRADE(WS-0610P-INDEX) TO WS-GR-EDIT
                   MOVE WS-GR-EDIT TO WS-0610R-TEXT
               WHEN WS-PC-GRADE-EXCUSED(WS-0610P-INDEX)
                   MOVE "EXC" TO WS-0610R-TEXT
               WHEN WS-PC-GRADE-INCOMPLETE(WS-0610P-INDEX)
                   MOVE "INC" TO WS-0610R-TEXT
               WHEN WS-PC-GRADE-ABSENT(WS-0610P-INDEX)
                   MOVE "ABS" TO WS-0610R-TEXT
               WHEN OTHER
                   MOVE "MISS" TO WS-0610R-TEXT
           END-EVALUATE.
       0610-CURRENT-GRADE-TEXT-END.

      * Fills the correction screen's view of course WS-PC-SEL: its
      * name, the current grade and each stored assessment's grade
      * (or code), five to a line.
       0620-SHOW-CURRENT-BEGIN.
           MOVE WS-PC-NAME(WS-PC-SEL) TO WS-CR-COURSE.
           MOVE WS-PC-SEL TO WS-0610P-INDEX.
           PERFORM 0610-CURRENT-GRADE-TEXT-BEGIN
              THRU 0610-CURRENT-GRADE-TEXT-END.
           MOVE WS-0610R-TEXT TO WS-CR-CURRENT.
           MOVE SPACE TO WS-CR-ASSESS-LINE-1.
           MOVE SPACE TO WS-CR-ASSESS-LINE-2.
           IF WS-PC-ASSESS-AMT(WS-PC-SEL) EQUAL 0 THEN
               MOVE "NONE STORED" TO WS-CR-ASSESS-LINE-1
           END-IF.
           MOVE 1 TO WS-CR-PTR.
           PERFORM VARYING WS-IDX-AS FROM 1 BY 1
                   UNTIL WS-IDX-AS > WS-PC-ASSESS-AMT(WS-PC-SEL)
                      OR WS-IDX-AS > WS-ASSESS-MAX
               MOVE WS-IDX-AS TO WS-CR-AI-NBR
               IF WS-PC-ASSESS-CODE(WS-PC-SEL, WS-IDX-AS)
                  NOT EQUAL SPACE THEN
                   MOVE WS-PC-ASSESS-CODE(WS-PC-SEL, WS-IDX-AS)
                       TO WS-CR-AI-GRADE
               ELSE
                   MOVE WS-PC-ASSESS-GRADE(WS-PC-SEL, WS-IDX-AS)
                       TO WS-GR-EDIT
                   MOVE WS-GR-EDIT TO WS-CR-AI-GRADE
               END-IF
               IF WS-IDX-AS EQUAL 6 THEN
                   MOVE 1 TO WS-CR-PTR
               END-IF
               IF WS-IDX-AS < 6 THEN
                   STRING WS-CR-ASSESS-ITEM DELIMITED BY SIZE
                       INTO WS-CR-ASSESS-LINE-1
                       WITH POINTER WS-CR-PTR
                   END-STRING
               ELSE
                   STRING WS-CR-ASSESS-ITEM DELIMITED BY SIZE
                       INTO WS-CR-ASSESS-LINE-2
                       WITH POINTER WS-CR-PTR
                   END-STRING
               END-IF
           END-PERFORM.
       0620-SHOW-CURRENT-END.

      * Rewrites the corrections file whole off the table, through
      * data/amendments.new and a delete-and-rename swap.
       0700-REWRITE-AMENDMENTS-BEGIN.
           OPEN OUTPUT F-AMENDNEW.
           PERFORM VARYING WS-IDX-AMD FROM 1 BY 1
                   UNTIL WS-IDX-AMD > WS-AMEND-LGHT
               MOVE WS-AMENDMENT(WS-IDX-AMD) TO REC-F-AMENDNEW
               WRITE REC-F-AMENDNEW
           END-PERFORM.
           CLOSE F-AMENDNEW.
           CALL "CBL_DELETE_FILE" USING WS-AMEND-FILENAME
               RETURNING WS-CBL-RETURN-CODE
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-AMENDNEW-FILENAME
                                        WS-AMEND-FILENAME
               RETURNING WS-CBL-RETURN-CODE
           END-CALL.
       0700-REWRITE-AMENDMENTS-END.

      * Appends one line to the keying log, the action and record
      * already in WS-LOG-LINE.
       0710-WRITE-LOG-BEGIN.
           MOVE WS-CURRENT-DATE TO WS-LOG-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO WS-LOG-TIME.
           MOVE WS-CLERK-ID TO WS-LOG-CLERK.
           OPEN EXTEND F-AMENDLOG.
           IF F-AMENDLOG-STATUS-NO-FILE THEN
               OPEN OUTPUT F-AMENDLOG
           END-IF.
           MOVE WS-LOG-LINE TO REC-F-AMENDLOG.
           WRITE REC-F-AMENDLOG.
           CLOSE F-AMENDLOG.
       0710-WRITE-LOG-END.

      * Binary search of the WS-MASTER table for WS-1800P-ID, same as
      * the students program's: the index comes back 0 when the ID
      * isn't there, with the slot an insert would keep sorted.
       1800-FIND-MASTER-ID-BEGIN.
           MOVE 0 TO WS-1800R-INDEX.
           MOVE 1 TO WS-1800-LOW.
           MOVE WS-MASTER-LGHT TO WS-1800-HIGH.
           PERFORM UNTIL WS-1800-LOW > WS-1800-HIGH
               COMPUTE WS-1800-MID =
                   (WS-1800-LOW + WS-1800-HIGH) / 2
               IF WS-M-ID(WS-1800-MID) EQUAL WS-1800P-ID THEN
                   MOVE WS-1800-MID TO WS-1800R-INDEX
                   MOVE WS-1800-MID TO WS-1800R-INSERT-AT
                   COMPUTE WS-1800-LOW = WS-1800-HIGH + 1
               ELSE
                   IF WS-1800P-ID > WS-M-ID(WS-1800-MID) THEN
                       COMPUTE WS-1800-LOW = WS-1800-MID + 1
                   ELSE
                       COMPUTE WS-1800-HIGH = WS-1800-MID - 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-1800R-INDEX EQUAL 0 THEN
               MOVE WS-1800-LOW TO WS-1800R-INSERT-AT
           END-IF.
       1800-FIND-MASTER-ID-END.
