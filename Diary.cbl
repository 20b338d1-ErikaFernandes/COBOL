      *                the duplicate goes to the recycle bin. The
      *                contact import now warns when an incoming
      *                phone number is already on file.
      *   15/10/2026  Timed appointments (date, start and end time,
      *                subject, location and up to four attendee
      *                contacts) can be booked, listed and cancelled;
      *                a booking that overlaps another one on the same
      *                date is warned about before it is kept, every
      *                kept booking logs a meeting interaction against
      *                its attendees, and appointments show on the
      *                agenda, in the calendar cells and on every
      *                planner page.
      *   15/10/2026  Shared team contact directory (DIARYDIR.DAT).
      *                A personal contact can link to a directory
      *                entry instead of holding its own name, phone,
      *                address and email; every listing, search,
      *                interaction header and export shows the
      *                directory values, read fresh each time.
      *   15/10/2026  Projects name a client contact and an hourly
      *                rate, and each time booking is marked billable
      *                or not. A month-end invoice run (menu, or the
      *                INVOICE batch step) writes one extract per
      *                client with the month's billable time grouped
      *                by project and task - hours, rate, amount,
      *                project subtotals and a control total - and
      *                stamps the billed time-log lines so they are
      *                never invoiced twice.
      *   15/10/2026  Tasks carry an estimate in hours (entered on
      *                capture and update, shown with the hours still
      *                remaining, carried in the task CSV and the team
      *                roll-up), and DIARYTEAM.DAT gives each member's
      *                available hours a week in columns 31-33. A team
      *                workload forecast sets those hours against the
      *                remaining estimate of each member's open tasks
      *                due in each of the next four weeks and flags
      *                anyone over capacity.
      *   15/10/2026  New tasks are written to the task history as
      *                well (ID,NEW,status,date). A task trend report
      *                reads the history - and the archive for the
      *                project and due date of swept tasks - to give
      *                each month's tasks opened, started, completed
      *                and cancelled, the average days waiting and in
      *                progress, and the share done by the due date,
      *                per month and per project, for one diary or for
      *                the whole roster.
      *   15/10/2026  Whole-diary backups: every file of a user's
      *                set is copied into one of nine generation slots
      *                (<user>_BKP1.DAT to _BKP9.DAT), the last N kept
      *                and older ones emptied; a restore lists the
      *                generations and loads the chosen one back over
      *                the whole set while the session holds the lock
      *                (restore is for supervisors only). Batch step
      *                BACKUP [n] runs it for the roster.
      *   15/10/2026  Profiles carry an e-mail address (asked on
      *                registration, menu option to change it). The
      *                REMIND batch step writes DIARYOUTBOX.DAT for
      *                the mail gateway - one message per member with
      *                overdue tasks, tasks due tomorrow, unread
      *                handoff notes and birthdays in the coming week
      *                - and reports the message count to the operator.
      *   15/10/2026  Open tasks can be exported as an iCalendar file
      *                (<user>_TASKS.ICS) and contacts as a vCard
      *                address book (<user>_CONTACTS.VCF); a vCard
      *                import loads phone contacts under fresh IDs and
      *                sends bad cards to the reject file with a
      *                reason code.
      *   15/10/2026  A contact can be erased everywhere the diary
      *                holds it - contact, bin, interactions,
      *                appointments, project client, journal, CSV and
      *                vCard exports, planner pages (day links and
      *                appointment WITH: lines) and every backup
      *                generation - with a certificate line in
      *                <user>_ERASURE.DAT. A retention review lists
      *                contacts with no interaction in the last N
      *                years.
      *   15/10/2026  Profiles carry a supervisor role. Lock override,
      *                the team roll-up and forecast, the all-diary
      *                trend and journal recovery are for supervisors
      *                only. Sign-ons, failed PINs, lock takeovers,
      *                task transfers, recoveries, imports, erasures
      *                and role changes go to the shared audit file
      *                DIARYAUDIT.DAT, with a supervisor's report by
      *                date range and user.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. My-Diary.
                  WITH DUPLICATES
               FILE STATUS IS WS-INT-FILE-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO WS-APPT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPT-ID
               ALTERNATE RECORD KEY IS APPT-WHEN
                  WITH DUPLICATES
               FILE STATUS IS WS-APPT-FILE-STATUS.

           SELECT DIRECTORY-FILE ASSIGN TO WS-DIR-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-ID
               FILE STATUS IS WS-DIR-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-LOG-FILE-STATUS.

           SELECT TIME-WORK-FILE ASSIGN TO WS-TIME-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-WORK-FILE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOG-STATUS.

           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO WS-ICS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT VCARD-FILE ASSIGN TO WS-VCF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT ERASURE-FILE ASSIGN TO WS-ERASURE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-FILE-STATUS.

           SELECT ERASE-WORK-FILE ASSIGN TO WS-ERASE-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-WORK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO WS-OUTBOX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           05 CONTACT-EMAIL        PIC X(50).
           05 CONTACT-INSTAGRAM    PIC X(30).
           05 CONTACT-DAY-ID       PIC 9(20).
           05 CONTACT-DIR-ID       PIC 9(20).

       FD  DAY-FILE.
       01  DAY-FILE-RECORD.
           05 TASK-PRED-TABLE.
               10 TASK-PRED-ID        PIC 9(20) OCCURS 3 TIMES.
           05 TASK-PROJ-CODE          PIC X(8).
           05 TASK-EST-HOURS          PIC 9(3)V99.

      *-----------------------------------------------------------------
      * The project register: one record per project code, so tasks
      * and booked time can be grouped and reported per project.
      * PROJ-CLIENT-ID names the contact billed for the project's
      * time (zero when nobody is billed) at PROJ-RATE per hour.
      *-----------------------------------------------------------------
       FD  PROJECT-FILE.
       01  PROJECT-RECORD.
           05 PROJ-CODE           PIC X(8).
           05 PROJ-NAME           PIC X(30).
           05 PROJ-CLIENT-ID      PIC 9(20).
           05 PROJ-RATE           PIC 9(5)V99.

      *-----------------------------------------------------------------
      * One interaction per record: which contact, when, what kind
               88 INT-NOTE                VALUE 'N'.
           05 INT-TEXT            PIC X(60).

      *-----------------------------------------------------------------
      * One appointment per record: the date and start time together
      * make the APPT-WHEN alternate key, so a walk of one date comes
      * back in time order. Up to four attendees are named by their
      * CONTACT-ID, zero meaning an empty slot.
      *-----------------------------------------------------------------
       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
           05 APPT-ID             PIC 9(20).
           05 APPT-WHEN.
               10 APPT-DATE       PIC X(8).
               10 APPT-START      PIC X(4).
           05 APPT-END            PIC X(4).
           05 APPT-SUBJECT        PIC X(30).
           05 APPT-LOCATION       PIC X(30).
           05 APPT-ATTENDEE-TABLE.
               10 APPT-CONTACT-ID PIC 9(20) OCCURS 4 TIMES.

      *-----------------------------------------------------------------
      * The shared contact directory has one fixed name for the whole
      * team, like the profile file. A personal contact that links to
      * an entry (CONTACT-DIR-ID) takes these fields from here.
      *-----------------------------------------------------------------
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05 DIR-ID              PIC 9(20).
           05 DIR-NAME            PIC X(15).
           05 DIR-PHONE-NUMBER    PIC 9(11).
           05 DIR-HOUSE-NUMBER    PIC 9(3).
           05 DIR-STREET          PIC X(15).
           05 DIR-CITY            PIC X(15).
           05 DIR-COUNTRY         PIC X(15).
           05 DIR-EMAIL           PIC X(50).

       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD.
           05 CTL-NEXT-CONTACT-ID PIC 9(20).
           05 CTL-NEXT-DAY-ID     PIC 9(20).
           05 CTL-NEXT-BIN-ID     PIC 9(20).
           05 CTL-NEXT-INT-ID     PIC 9(20).
           05 CTL-NEXT-APPT-ID    PIC 9(20).

       FD  EXPORT-CONTACT-FILE.
       01  EXPORT-CONTACT-RECORD  PIC X(250).

       FD  EXPORT-TASK-FILE.
       01  EXPORT-TASK-RECORD     PIC X(350).
       FD  TASK-ARCH-FILE.
       01  TASK-ARCH-RECORD.
           05 TASK-ARCH-ID        PIC 9(20).
           05 TASK-ARCH-BODY      PIC X(307).

       FD  DAY-ARCH-FILE.
       01  DAY-ARCH-RECORD.
               88 BIN-TASK                VALUE 'T'.
               88 BIN-DAY                 VALUE 'D'.
               88 BIN-INTERACTION         VALUE 'I'.
               88 BIN-APPT                VALUE 'A'.
           05 BIN-DEL-DATE        PIC X(8).
           05 BIN-DATA            PIC X(327).

      *-----------------------------------------------------------------
      * The profile file is shared by everyone who uses the diary -
      * one record per user key, holding the PIN that guards that
      * person's file set, the e-mail address the nightly
      * reminders go to (blank when the user wants none) and the
      * role - S for a supervisor, blank for everyone else.
      *-----------------------------------------------------------------
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 PROFILE-USER-KEY    PIC X(30).
           05 PROFILE-PIN         PIC X(4).
           05 PROFILE-EMAIL       PIC X(50).
           05 PROFILE-ROLE        PIC X(1).
               88 PROFILE-SUPERVISOR      VALUE 'S'.

      *-----------------------------------------------------------------
      * The team roster: one user key per line, with the hours that
      * person has available in a week left-justified in columns
      * 31-33. A line with no hours counts as a 40-hour week.
      *-----------------------------------------------------------------
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 ROSTER-USER         PIC X(30).
           05 ROSTER-WEEK-HOURS   PIC X(3).

       FD  ROLLUP-CSV-FILE.
       01  ROLLUP-CSV-RECORD      PIC X(400).
      * One time-log line per booking: which task, which day, and
      * how long. The file is appended to when time is logged and
      * read end to end by the task listings and the timesheet.
      * TIME-BILLABLE says whether the booking may be charged to the
      * project's client (lines written before the flag existed read
      * as blank and are treated as non-billable); TIME-INVOICED
      * carries the date of the month-end run that billed the line,
      * so the same time is never invoiced twice.
      *-----------------------------------------------------------------
       FD  TIME-LOG-FILE.
       01  TIME-LOG-RECORD.
           05 TIME-DATE           PIC X(8).
           05 TIME-HOURS          PIC 9(2).
           05 TIME-MINUTES        PIC 9(2).
           05 TIME-BILLABLE       PIC X(1).
               88 TIME-IS-BILLABLE        VALUE 'Y'.
           05 TIME-INVOICED       PIC X(8).
               88 TIME-NOT-INVOICED       VALUE SPACES.

      *-----------------------------------------------------------------
      * The time log is copied through this work file when the
      * month-end run stamps the lines it has billed.
      *-----------------------------------------------------------------
       FD  TIME-WORK-FILE.
       01  TIME-WORK-RECORD       PIC X(41).

      *-----------------------------------------------------------------
      * The invoice extract: one file per client and month holding a
      * header line, one line per project and task billed, a subtotal
      * per project and a control-total trailer (layouts under
      * WS-INV-LINE).
      *-----------------------------------------------------------------
       FD  INVOICE-FILE.
       01  INVOICE-RECORD         PIC X(132).

      *-----------------------------------------------------------------
      * One journal line per write, rewrite or delete against the
               88 JRNL-WRITE              VALUE 'W'.
               88 JRNL-REWRITE            VALUE 'R'.
               88 JRNL-DELETE             VALUE 'X'.
           05 JRNL-BEFORE         PIC X(327).
           05 JRNL-AFTER          PIC X(327).

      *-----------------------------------------------------------------
      * The session lock: one record while the diary is open, saying
       FD  BATCH-LOG-FILE.
       01  BATCH-LOG-RECORD       PIC X(132).

      *-----------------------------------------------------------------
      * The interchange files: open tasks as an iCalendar file and
      * contacts as a vCard address book. Lines are folded at 75
      * characters on the way out; the vCard record is wide enough
      * for the unfolded lines some phones write.
      *-----------------------------------------------------------------
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD        PIC X(80).

       FD  VCARD-FILE.
       01  VCARD-RECORD           PIC X(400).

      *-----------------------------------------------------------------
      * The erasure certificates: one line per contact erased, kept
      * out of the backup set so a restore never takes one back. The
      * work file carries a text file (or backup generation) through
      * an erasure as tagged lines in the backup line layout.
      *-----------------------------------------------------------------
       FD  ERASURE-FILE.
       01  ERASURE-RECORD         PIC X(250).

       FD  ERASE-WORK-FILE.
       01  ERASE-WORK-RECORD      PIC X(702).

      *-----------------------------------------------------------------
      * The security audit trail is shared by the whole team, like
      * the profile file: one line per sign-on, failed PIN, lock
      * takeover, task transfer, recovery, import, erasure and
      * change of role (layout WS-AUD-LINE). Each entry is appended
      * and the file closed again straight away.
      *-----------------------------------------------------------------
       FD  AUDIT-FILE.
       01  AUDIT-RECORD           PIC X(160).

      *-----------------------------------------------------------------
      * One backup generation of a user's whole file set: a header
      * line, then every record of every file tagged with a two-
      * letter file code, then a trailer with the record count
      * (layouts under WS-BKP-LINE).
      *-----------------------------------------------------------------
       FD  BACKUP-FILE.
       01  BACKUP-RECORD          PIC X(702).

      *-----------------------------------------------------------------
      * The reminder outbox the mail gateway collects after the
      * nightly run: per message an M line (address and subject), its
      * L lines and an E line with the line count, and one T trailer
      * with the message count for the run (layouts under
      * WS-OUT-LINE).
      *-----------------------------------------------------------------
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       01 MY-NAME PIC A(30).

       01 WS-NEXT-DAY-ID                PIC 9(20) VALUE 1.
       01 WS-NEXT-BIN-ID                PIC 9(20) VALUE 1.
       01 WS-NEXT-INT-ID                PIC 9(20) VALUE 1.
       01 WS-NEXT-APPT-ID               PIC 9(20) VALUE 1.

       01 WS-EOF-SWITCH                 PIC X(1) VALUE 'N'.
           88 END-OF-FILE                        VALUE 'Y'.
       01 WS-PIN-TRIES                  PIC 9(1) VALUE 0.
       01 WS-PIN-OK-SWITCH              PIC X(1) VALUE 'N'.
           88 PIN-VERIFIED                        VALUE 'Y'.
       01 WS-SUPERVISOR-SWITCH          PIC X(1) VALUE 'N'.
           88 SESSION-SUPERVISOR                  VALUE 'Y'.
       01 WS-NEW-PROFILE-SWITCH         PIC X(1) VALUE 'N'.
           88 NEW-PROFILE                         VALUE 'Y'.
       01 WS-EMAIL-ENTRY                PIC X(50).
       01 WS-EMAIL-AT-COUNT             PIC 9(2) VALUE 0.

      *-----------------------------------------------------------------
      * Team roll-up workspace: the roster loop has its own
       01 WS-LOSE-ID                    PIC 9(20) VALUE 0.
       01 WS-MERGE-OK-SWITCH            PIC X(1) VALUE 'N'.
           88 MERGE-DONE                          VALUE 'Y'.
       01 WS-CONTACT-SAVE               PIC X(327).
       01 WS-LOSER-CONTACT.
           05 WS-LOSER-ID               PIC 9(20).
           05 WS-LOSER-NAME             PIC X(15).
           05 WS-LOSER-EMAIL            PIC X(50).
           05 WS-LOSER-INSTAGRAM        PIC X(30).
           05 WS-LOSER-DAY-ID           PIC 9(20).
           05 WS-LOSER-DIR-ID           PIC 9(20).

      *-----------------------------------------------------------------
      * Transfer workspace: TRANSFER-A-TASK moves a task into
       01 WS-HANDOFF-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 HANDOFF-AT-END                      VALUE 'Y'.
       01 WS-HANDOFF-COUNT              PIC 9(3) VALUE 0.
       01 WS-XFER-TASK                  PIC X(327).
       01 WS-XFER-USER                  PIC X(30).
       01 WS-XFER-LEN                   PIC 9(2) VALUE 0.
       01 WS-XFER-FOUND-SWITCH          PIC X(1) VALUE 'N'.
      *-----------------------------------------------------------------
      * Batch workspace: BATCH-RUN loads up to ten steps from the
      * shared command file and runs them for every roster member.
      * BATCH-MODE makes the archive sweep take its cutoff, the
      * diary check its repair answers, and the invoice run its
      * month, from the command file instead of the keyboard.
      *-----------------------------------------------------------------
       01 WS-BATCH-CMD-FILENAME         PIC X(50)
                                        VALUE "DIARYBATCH.CMD".
       01 WS-TS-IDX                     PIC 9(2) VALUE 0.
       01 WS-TS-FOUND-SWITCH            PIC X(1) VALUE 'N'.
           88 TS-TASK-FOUND                       VALUE 'Y'.
       01 WS-TIME-BILL-ANSWER           PIC X(1).

      *-----------------------------------------------------------------
      * Invoice workspace. The month-end run gathers the billable,
      * not yet invoiced bookings of the chosen month into
      * WS-INV-TABLE, kept in client / project / task order so each
      * client's extract comes out grouped by project. WS-INV-LINE is
      * the extract line, with one layout per record type.
      *-----------------------------------------------------------------
       01 WS-TIME-WORK-FILENAME         PIC X(50).
       01 WS-TIME-WORK-FILE-STATUS      PIC X(2) VALUE '00'.
           88 TIME-WORK-FILE-OK                   VALUE '00'.
       01 WS-INVOICE-FILENAME           PIC X(50).
       01 WS-INVOICE-FILE-STATUS        PIC X(2) VALUE '00'.
           88 INVOICE-FILE-OK                     VALUE '00'.
           88 INVOICE-FILE-NOT-FOUND              VALUE '35'.
       01 WS-INV-MONTH                  PIC X(6).
       01 WS-INV-MONTH-R REDEFINES WS-INV-MONTH.
           05 WS-INV-MONTH-YYYY         PIC 9(4).
           05 WS-INV-MONTH-MM           PIC 9(2).
       01 WS-INV-MONTH-OK-SWITCH        PIC X(1) VALUE 'N'.
           88 INV-MONTH-OK                        VALUE 'Y'.
       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 200 TIMES.
               10 WS-INVT-KEY.
                   15 WS-INVT-CLIENT    PIC 9(20).
                   15 WS-INVT-PROJ      PIC X(8).
                   15 WS-INVT-TASK      PIC 9(20).
               10 WS-INVT-TASK-NAME     PIC X(30).
               10 WS-INVT-PROJ-NAME     PIC X(30).
               10 WS-INVT-RATE          PIC 9(5)V99.
               10 WS-INVT-MINS          PIC 9(7).
               10 WS-INVT-WRITTEN       PIC X(1).
                   88 INVT-WRITTEN                VALUE 'Y'.
       01 WS-INV-COUNT                  PIC 9(3) VALUE 0.
       01 WS-INV-IDX                    PIC 9(3) VALUE 0.
       01 WS-INV-POS                    PIC 9(3) VALUE 0.
       01 WS-INV-WORK-KEY.
           05 WS-INV-WORK-CLIENT        PIC 9(20).
           05 WS-INV-WORK-PROJ          PIC X(8).
           05 WS-INV-WORK-TASK          PIC 9(20).
       01 WS-INV-BILL-SWITCH            PIC X(1) VALUE 'N'.
           88 INV-LINE-BILLABLE                   VALUE 'Y'.
           88 INV-LINE-NO-CLIENT                  VALUE 'C'.
       01 WS-INV-SLOT-SWITCH            PIC X(1) VALUE 'N'.
           88 INV-SLOT-FOUND                      VALUE 'Y'.
       01 WS-INV-FILE-SWITCH            PIC X(1) VALUE 'N'.
           88 INV-FILE-OPEN                       VALUE 'Y'.
       01 WS-INV-LAST-CLIENT            PIC 9(20) VALUE 0.
       01 WS-INV-LAST-PROJ              PIC X(8).
       01 WS-INV-LAST-PROJ-NAME         PIC X(30).
       01 WS-INV-HOURS                  PIC 9(5)V99 VALUE 0.
       01 WS-INV-AMOUNT                 PIC 9(7)V99 VALUE 0.
       01 WS-INV-PROJ-HOURS             PIC 9(7)V99 VALUE 0.
       01 WS-INV-PROJ-AMOUNT            PIC 9(9)V99 VALUE 0.
       01 WS-INV-CLIENT-HOURS           PIC 9(7)V99 VALUE 0.
       01 WS-INV-CLIENT-AMOUNT          PIC 9(9)V99 VALUE 0.
       01 WS-INV-CLIENT-LINES           PIC 9(5) VALUE 0.
       01 WS-INV-RUN-AMOUNT             PIC 9(9)V99 VALUE 0.
       01 WS-INV-CNT-FILES              PIC 9(5) VALUE 0.
       01 WS-INV-CNT-BILLED             PIC 9(5) VALUE 0.
       01 WS-INV-CNT-NO-CLIENT          PIC 9(5) VALUE 0.
       01 WS-INV-CNT-FULL               PIC 9(5) VALUE 0.
       01 WS-INV-SHOW-AMOUNT            PIC ZZZZZZZZ9.99.
       01 WS-INV-LINE                   PIC X(132).
       01 WS-INV-HEAD-LINE REDEFINES WS-INV-LINE.
           05 WS-INVH-TYPE              PIC X(1).
           05 FILLER                    PIC X(1).
           05 WS-INVH-MONTH             PIC X(6).
           05 FILLER                    PIC X(1).
           05 WS-INVH-CLIENT-ID         PIC 9(20).
           05 FILLER                    PIC X(1).
           05 WS-INVH-CLIENT-NAME       PIC X(15).
           05 FILLER                    PIC X(1).
           05 WS-INVH-RUN-DATE          PIC X(8).
           05 FILLER                    PIC X(1).
           05 WS-INVH-USER              PIC X(30).
           05 FILLER                    PIC X(47).
       01 WS-INV-DETAIL-LINE REDEFINES WS-INV-LINE.
           05 WS-INVD-TYPE              PIC X(1).
           05 FILLER                    PIC X(1).
           05 WS-INVD-PROJ              PIC X(8).
           05 FILLER                    PIC X(1).
           05 WS-INVD-TASK-ID           PIC 9(20).
           05 FILLER                    PIC X(1).
           05 WS-INVD-TASK-NAME         PIC X(30).
           05 FILLER                    PIC X(1).
           05 WS-INVD-HOURS             PIC ZZZZ9.99.
           05 FILLER                    PIC X(1).
           05 WS-INVD-RATE              PIC ZZZZ9.99.
           05 FILLER                    PIC X(1).
           05 WS-INVD-AMOUNT            PIC ZZZZZZZZ9.99.
           05 FILLER                    PIC X(39).
       01 WS-INV-PROJ-LINE REDEFINES WS-INV-LINE.
           05 WS-INVP-TYPE              PIC X(1).
           05 FILLER                    PIC X(1).
           05 WS-INVP-PROJ              PIC X(8).
           05 FILLER                    PIC X(1).
           05 WS-INVP-PROJ-NAME         PIC X(30).
           05 FILLER                    PIC X(1).
           05 WS-INVP-HOURS             PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(1).
           05 WS-INVP-AMOUNT            PIC ZZZZZZZZ9.99.
           05 FILLER                    PIC X(67).
       01 WS-INV-TOTAL-LINE REDEFINES WS-INV-LINE.
           05 WS-INVC-TYPE              PIC X(1).
           05 FILLER                    PIC X(1).
           05 WS-INVC-LINES             PIC ZZZZ9.
           05 FILLER                    PIC X(1).
           05 WS-INVC-HOURS             PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(1).
           05 WS-INVC-AMOUNT            PIC ZZZZZZZZ9.99.
           05 FILLER                    PIC X(101).
       01 WS-DEC-ENTRY                  PIC X(10).
       01 WS-DEC-WHOLE                  PIC X(10).
       01 WS-DEC-CENTS                  PIC X(10).
       01 WS-DEC-UNITS                  PIC 9(5) VALUE 0.
       01 WS-DEC-OK-SWITCH              PIC X(1) VALUE 'N'.
           88 DEC-OK                              VALUE 'Y'.
       01 WS-RATE-SHOW                  PIC ZZZZ9.99.

      *-----------------------------------------------------------------
      * Workload forecast workspace: four week buckets starting
      * today, each holding the remaining estimate of one member's
      * open tasks due in it, set against the member's available
      * hours from the roster.
      *-----------------------------------------------------------------
       01 WS-FC-WEEK-TABLE.
           05 WS-FC-WEEK OCCURS 4 TIMES.
               10 WS-FC-WEEK-START      PIC X(8).
               10 WS-FC-WEEK-END        PIC X(8).
               10 WS-FC-WEEK-NEED       PIC 9(5)V99.
       01 WS-FC-IDX                     PIC 9(1) VALUE 0.
       01 WS-FC-SLOT                    PIC 9(1) VALUE 0.
       01 WS-FC-AVAIL                   PIC 9(3) VALUE 0.
       01 WS-FC-LOGGED                  PIC 9(5)V99 VALUE 0.
       01 WS-FC-REMAIN                  PIC 9(5)V99 VALUE 0.
       01 WS-FC-UNDATED                 PIC 9(5)V99 VALUE 0.
       01 WS-FC-OVER-SWITCH             PIC X(1) VALUE 'N'.
           88 FC-MEMBER-OVER                      VALUE 'Y'.
       01 WS-FC-CNT-MEMBERS             PIC 9(3) VALUE 0.
       01 WS-FC-CNT-OVER                PIC 9(3) VALUE 0.
       01 WS-FC-SHOW-EST                PIC ZZ9.99.
       01 WS-FC-SHOW-REMAIN             PIC ZZZZ9.99.
       01 WS-FC-SHOW-AVAIL              PIC ZZ9.
       01 WS-FC-CSV-EST                 PIC 9(3).99.
       01 WS-FC-FLAG                    PIC X(16).

      *-----------------------------------------------------------------
      * Trend workspace. The report replays each task history file in
      * date order: WS-TR-STATE remembers, per task, since when it has
      * been PENDING and since when IN PROGRESS, so each start and
      * each completion can be timed. WS-TR-TABLE holds one counter
      * set per month and project code, kept in key order; the month
      * total sits under a LOW-VALUES project so it sorts ahead of
      * that month's projects.
      *-----------------------------------------------------------------
       01 WS-TR-SCOPE                   PIC 9(1) VALUE 0.
       01 WS-TR-FROM-MONTH              PIC X(6).
       01 WS-TR-FROM-MONTH-R REDEFINES WS-TR-FROM-MONTH.
           05 WS-TR-FROM-YYYY           PIC 9(4).
           05 WS-TR-FROM-MM             PIC 9(2).
       01 WS-TR-TO-MONTH                PIC X(6).
       01 WS-TR-MONTH-NUM               PIC 9(6) VALUE 0.
       01 WS-TR-MONTH-REM               PIC 9(2) VALUE 0.
       01 WS-TR-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 TR-HIST-AT-END                      VALUE 'Y'.
       01 WS-TR-LIVE-SWITCH             PIC X(1) VALUE 'N'.
           88 TR-LIVE-OPEN                        VALUE 'Y'.
       01 WS-TR-ARCH-SWITCH             PIC X(1) VALUE 'N'.
           88 TR-ARCH-OPEN                        VALUE 'Y'.
       01 WS-TR-FIELD-ID                PIC X(20).
       01 WS-TR-FIELD-ID-NUM REDEFINES WS-TR-FIELD-ID PIC 9(20).
       01 WS-TR-FIELD-OLD               PIC X(15).
       01 WS-TR-FIELD-NEW               PIC X(30).
       01 WS-TR-FIELD-DATE              PIC X(10).
       01 WS-TR-EVENT-DATE              PIC X(8).
       01 WS-TR-EVENT                   PIC X(1).
           88 TR-EVENT-OPENED                     VALUE 'O'.
           88 TR-EVENT-STARTED                    VALUE 'S'.
           88 TR-EVENT-COMPLETED                  VALUE 'C'.
           88 TR-EVENT-CANCELLED                  VALUE 'X'.
       01 WS-TR-PEND-DAYS               PIC 9(5) VALUE 0.
       01 WS-TR-PROG-DAYS               PIC 9(5) VALUE 0.
       01 WS-TR-TIMED-SWITCH            PIC X(1) VALUE 'N'.
           88 TR-TIMED                            VALUE 'Y'.
       01 WS-TR-DUE-SWITCH              PIC X(1) VALUE 'N'.
           88 TR-HAS-DUE                          VALUE 'Y'.
       01 WS-TR-ONTIME-SWITCH           PIC X(1) VALUE 'N'.
           88 TR-ON-TIME                          VALUE 'Y'.
       01 WS-TR-FOUND-SWITCH            PIC X(1) VALUE 'N'.
           88 TR-TASK-FOUND                       VALUE 'Y'.
       01 WS-TR-TASK-PROJ               PIC X(8).
       01 WS-TR-TASK-DUE                PIC X(8).
       01 WS-TR-STATE-TABLE.
           05 WS-TR-STATE OCCURS 500 TIMES.
               10 WS-TRS-ID             PIC 9(20).
               10 WS-TRS-PEND-DATE      PIC X(8).
               10 WS-TRS-PROG-DATE      PIC X(8).
       01 WS-TR-STATE-COUNT             PIC 9(3) VALUE 0.
       01 WS-TR-STATE-IDX               PIC 9(3) VALUE 0.
       01 WS-TR-STATE-POS               PIC 9(3) VALUE 0.
       01 WS-TR-STATE-FREE              PIC 9(3) VALUE 0.
       01 WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 300 TIMES.
               10 WS-TRT-KEY.
                   15 WS-TRT-MONTH      PIC X(6).
                   15 WS-TRT-PROJ       PIC X(8).
               10 WS-TRT-COUNTS.
                   15 WS-TRT-OPENED     PIC 9(5).
                   15 WS-TRT-STARTED    PIC 9(5).
                   15 WS-TRT-COMPLETED  PIC 9(5).
                   15 WS-TRT-CANCELLED  PIC 9(5).
                   15 WS-TRT-PEND-DAYS  PIC 9(7).
                   15 WS-TRT-PEND-CNT   PIC 9(5).
                   15 WS-TRT-PROG-DAYS  PIC 9(7).
                   15 WS-TRT-PROG-CNT   PIC 9(5).
                   15 WS-TRT-DUE-CNT    PIC 9(5).
                   15 WS-TRT-ONTIME     PIC 9(5).
       01 WS-TR-COUNT                   PIC 9(3) VALUE 0.
       01 WS-TR-IDX                     PIC 9(3) VALUE 0.
       01 WS-TR-POS                     PIC 9(3) VALUE 0.
       01 WS-TR-SLOT-SWITCH             PIC X(1) VALUE 'N'.
           88 TR-SLOT-FOUND                       VALUE 'Y'.
       01 WS-TR-WORK-KEY.
           05 WS-TR-WORK-MONTH          PIC X(6).
           05 WS-TR-WORK-PROJ           PIC X(8).
       01 WS-TR-CNT-DIARIES             PIC 9(3) VALUE 0.
       01 WS-TR-CNT-DROPPED             PIC 9(5) VALUE 0.
       01 WS-TR-EDIT-AVG                PIC ZZZZ9.9.
       01 WS-TR-EDIT-PCT                PIC ZZ9.
       01 WS-TR-SHOW-PEND               PIC X(7).
       01 WS-TR-SHOW-PROG               PIC X(7).
       01 WS-TR-SHOW-PCT                PIC X(4).
       01 WS-TR-AVG-WORK                PIC 9(5)V9 VALUE 0.
       01 WS-TR-PCT-WORK                PIC 9(3) VALUE 0.

      *-----------------------------------------------------------------
      * DATE-TO-DAY-NUMBER workspace: a YYYYMMDD date becomes a running
      * day count, so the days between two dates is a subtraction.
      *-----------------------------------------------------------------
       01 WS-DN-DATE.
           05 WS-DN-YYYY                PIC 9(4).
           05 WS-DN-MM                  PIC 9(2).
           05 WS-DN-DD                  PIC 9(2).
       01 WS-DN-Y                       PIC 9(4) VALUE 0.
       01 WS-DN-M                       PIC 9(2) VALUE 0.
       01 WS-DN-Q4                      PIC 9(4) VALUE 0.
       01 WS-DN-Q100                    PIC 9(4) VALUE 0.
       01 WS-DN-Q400                    PIC 9(4) VALUE 0.
       01 WS-DN-QM                      PIC 9(4) VALUE 0.
       01 WS-DN-WORK                    PIC 9(5) VALUE 0.
       01 WS-DN-DAYS                    PIC 9(7) VALUE 0.
       01 WS-DN-START-DAYS              PIC 9(7) VALUE 0.

      *-----------------------------------------------------------------
      * Backup workspace. A user's generations live in nine slot
      * files, <user>_BKP1.DAT to <user>_BKP9.DAT; the header line of
      * each says when it was taken, and WS-BKP-GEN lists the slots
      * in use newest first. A slot dropped from the kept set is
      * emptied, so it no longer counts as a generation.
      *-----------------------------------------------------------------
       01 WS-BACKUP-FILENAME            PIC X(50).
       01 WS-BACKUP-FILE-STATUS         PIC X(2) VALUE '00'.
           88 BACKUP-FILE-OK                      VALUE '00'.
       01 WS-BKP-LINE.
           05 WS-BKP-TAG                PIC X(2).
           05 WS-BKP-DATA               PIC X(700).
       01 WS-BKP-HEAD REDEFINES WS-BKP-LINE.
           05 FILLER                    PIC X(2).
           05 WS-BKPH-USER              PIC X(30).
           05 WS-BKPH-STAMP.
               10 WS-BKPH-DATE          PIC X(8).
               10 WS-BKPH-TIME          PIC X(6).
           05 WS-BKPH-KEEP              PIC 9(1).
           05 FILLER                    PIC X(655).
       01 WS-BKP-TRAIL REDEFINES WS-BKP-LINE.
           05 FILLER                    PIC X(2).
           05 WS-BKPT-RECORDS           PIC 9(9).
           05 FILLER                    PIC X(691).
       01 WS-BKP-CHOICE                 PIC 9(1) VALUE 0.
       01 WS-BKP-KEEP-X                 PIC X(1).
       01 WS-BKP-KEEP REDEFINES WS-BKP-KEEP-X PIC 9(1).
       01 WS-BKP-SLOT                   PIC 9(2) VALUE 0.
       01 WS-BKP-FILE-SLOT              PIC 9(1) VALUE 0.
       01 WS-BKP-NEW-SLOT               PIC 9(1) VALUE 0.
       01 WS-BKP-SLOT-TABLE.
           05 WS-BKP-SLOT-USED          PIC X(1) OCCURS 9 TIMES.
       01 WS-BKP-GEN-TABLE.
           05 WS-BKP-GEN OCCURS 9 TIMES.
               10 WS-BKP-GEN-SLOT       PIC 9(1).
               10 WS-BKP-GEN-STAMP      PIC X(14).
       01 WS-BKP-GEN-COUNT              PIC 9(2) VALUE 0.
       01 WS-BKP-IDX                    PIC 9(2) VALUE 0.
       01 WS-BKP-POS                    PIC 9(2) VALUE 0.
       01 WS-BKP-PICK                   PIC 9(2) VALUE 0.
       01 WS-BKP-TIME-NOW               PIC X(8).
       01 WS-BKP-STAMP-NOW              PIC X(14).
       01 WS-BKP-CNT-RECORDS            PIC 9(9) VALUE 0.
       01 WS-BKP-CNT-FAILED             PIC 9(7) VALUE 0.
       01 WS-BKP-CNT-UNOPENED           PIC 9(2) VALUE 0.
       01 WS-BKP-LOAD-STATUS            PIC X(2) VALUE '00'.
       01 WS-BKP-LOAD-NAME              PIC X(50).
       01 WS-BKP-CNT-DROPPED            PIC 9(1) VALUE 0.
       01 WS-BKP-ANSWER                 PIC X(1).
       01 WS-BKP-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88 BKP-SOURCE-AT-END                   VALUE 'Y'.
       01 WS-BKP-OK-SWITCH              PIC X(1) VALUE 'N'.
           88 BKP-OK                              VALUE 'Y'.
       01 WS-BKP-TRAILER-SWITCH         PIC X(1) VALUE 'N'.
           88 BKP-TRAILER-SEEN                    VALUE 'Y'.

      *-----------------------------------------------------------------
      * Reminder outbox workspace. The REMIND step gathers one
      * member's reminder lines into WS-OUT-ITEM first, so a message
      * is only written when there is something to say; lines past
      * the fiftieth are summed up in a closing line.
      *-----------------------------------------------------------------
       01 WS-OUTBOX-FILENAME            PIC X(50)
                                        VALUE "DIARYOUTBOX.DAT".
       01 WS-OUTBOX-FILE-STATUS         PIC X(2) VALUE '00'.
           88 OUTBOX-FILE-OK                      VALUE '00'.
       01 WS-OUTBOX-SWITCH              PIC X(1) VALUE 'N'.
           88 OUTBOX-OPEN                         VALUE 'Y'.
       01 WS-OUT-LINE                   PIC X(200).
       01 WS-OUT-MSG-LINE REDEFINES WS-OUT-LINE.
           05 WS-OUTM-TYPE              PIC X(1).
           05 WS-OUTM-MSG               PIC 9(6).
           05 WS-OUTM-EMAIL             PIC X(50).
           05 WS-OUTM-SUBJECT           PIC X(60).
           05 WS-OUTM-USER              PIC X(30).
           05 WS-OUTM-DATE              PIC X(8).
           05 FILLER                    PIC X(45).
       01 WS-OUT-TEXT-LINE REDEFINES WS-OUT-LINE.
           05 WS-OUTL-TYPE              PIC X(1).
           05 WS-OUTL-MSG               PIC 9(6).
           05 WS-OUTL-KIND              PIC X(8).
           05 WS-OUTL-TEXT              PIC X(100).
           05 FILLER                    PIC X(85).
       01 WS-OUT-END-LINE REDEFINES WS-OUT-LINE.
           05 WS-OUTE-TYPE              PIC X(1).
           05 WS-OUTE-MSG               PIC 9(6).
           05 WS-OUTE-LINES             PIC 9(4).
           05 FILLER                    PIC X(189).
       01 WS-OUT-TRAIL-LINE REDEFINES WS-OUT-LINE.
           05 WS-OUTT-TYPE              PIC X(1).
           05 WS-OUTT-DATE              PIC X(8).
           05 WS-OUTT-MESSAGES          PIC 9(6).
           05 FILLER                    PIC X(185).
       01 WS-OUT-ITEM-TABLE.
           05 WS-OUT-ITEM OCCURS 50 TIMES.
               10 WS-OUT-ITEM-KIND      PIC X(8).
               10 WS-OUT-ITEM-TEXT      PIC X(100).
       01 WS-OUT-ITEM-COUNT             PIC 9(3) VALUE 0.
       01 WS-OUT-ITEM-EXTRA             PIC 9(5) VALUE 0.
       01 WS-OUT-IDX                    PIC 9(3) VALUE 0.
       01 WS-OUT-WORK-KIND              PIC X(8).
       01 WS-OUT-WORK-TEXT              PIC X(100).
       01 WS-OUT-MSG-COUNT              PIC 9(6) VALUE 0.
       01 WS-OUT-TOMORROW               PIC X(8).
       01 WS-OUT-EMAIL                  PIC X(50).
       01 WS-OUT-CNT-OVERDUE            PIC 9(3) VALUE 0.
       01 WS-OUT-CNT-TOMORROW           PIC 9(3) VALUE 0.

      *-----------------------------------------------------------------
      * Calendar and address-book interchange workspace. WS-CARD-LINE
      * is one unfolded output line, cut into 75-character pieces by
      * WRITE-CARD-LINE. WS-ESC-IN / WS-ESC-OUT carry text through
      * the escaping of , ; and backslash (and back again on import).
      * The vCard import joins folded lines in WS-VC-PENDING and
      * gathers the properties it uses from one card before the card
      * is checked and loaded.
      *-----------------------------------------------------------------
       01 WS-ICS-FILENAME               PIC X(50).
       01 WS-VCF-FILENAME               PIC X(50).
       01 WS-CARD-FILE-STATUS           PIC X(2) VALUE '00'.
           88 CARD-FILE-OK                        VALUE '00'.
       01 WS-CARD-CHOICE                PIC 9(1) VALUE 0.
       01 WS-CARD-TARGET                PIC X(1) VALUE 'I'.
           88 CARD-TO-ICS                         VALUE 'I'.
           88 CARD-TO-VCF                         VALUE 'V'.
       01 WS-CARD-LINE                  PIC X(400).
       01 WS-CARD-PIECE                 PIC X(80).
       01 WS-CARD-LEN                   PIC 9(3) VALUE 0.
       01 WS-CARD-POS                   PIC 9(3) VALUE 0.
       01 WS-CARD-CHUNK                 PIC 9(3) VALUE 0.
       01 WS-ESC-IN                     PIC X(400).
       01 WS-ESC-OUT                    PIC X(400).
       01 WS-ESC-IN-LEN                 PIC 9(3) VALUE 0.
       01 WS-ESC-OUT-LEN                PIC 9(3) VALUE 0.
       01 WS-ESC-IDX                    PIC 9(3) VALUE 0.
       01 WS-ESC-CHAR                   PIC X(1).
       01 WS-ESC-HELD-SWITCH            PIC X(1) VALUE 'N'.
           88 ESC-BACKSLASH-HELD                  VALUE 'Y'.
       01 WS-ICS-TIME-NOW               PIC X(8).
       01 WS-ICS-STAMP                  PIC X(16).
       01 WS-ICS-USER                   PIC X(30).
       01 WS-ICS-PRIORITY               PIC X(1).
       01 WS-ICS-STATUS                 PIC X(12).
       01 WS-VCF-BDAY                   PIC X(10).
       01 WS-VCF-HOUSE                  PIC ZZ9.
       01 WS-CNT-ICS-TASKS              PIC 9(5) VALUE 0.
       01 WS-CNT-VCF-CONTACTS           PIC 9(5) VALUE 0.
       01 WS-CNT-VCF-CARDS              PIC 9(5) VALUE 0.
       01 WS-VC-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88 VC-AT-END                           VALUE 'Y'.
       01 WS-VC-CARD-SWITCH             PIC X(1) VALUE 'N'.
           88 VC-IN-CARD                          VALUE 'Y'.
       01 WS-VC-PENDING                 PIC X(400).
       01 WS-VC-PENDING-LEN             PIC 9(3) VALUE 0.
       01 WS-VC-LINE-LEN                PIC 9(3) VALUE 0.
       01 WS-VC-PTR                     PIC 9(3) VALUE 0.
       01 WS-VC-PROP-PART               PIC X(100).
       01 WS-VC-PROP-NAME               PIC X(30).
       01 WS-VC-PROP-GROUP              PIC X(30).
       01 WS-VC-PROP-BASE               PIC X(30).
       01 WS-VC-VALUE                   PIC X(400).
       01 WS-VC-FN                      PIC X(100).
       01 WS-VC-N                       PIC X(100).
       01 WS-VC-TEL                     PIC X(40).
       01 WS-VC-EMAIL                   PIC X(100).
       01 WS-VC-ADR                     PIC X(200).
       01 WS-VC-BDAY                    PIC X(40).
       01 WS-VC-INSTAGRAM               PIC X(40).
       01 WS-VC-PARTS.
           05 WS-VC-PART                PIC X(60) OCCURS 7 TIMES.
       01 WS-VC-DIGITS                  PIC X(20).
       01 WS-VC-DIGIT-CNT               PIC 9(2) VALUE 0.
       01 WS-VC-IDX                     PIC 9(3) VALUE 0.
       01 WS-VC-CHAR                    PIC X(1).
       01 WS-VC-PHONE-SWITCH            PIC X(1) VALUE 'Y'.
           88 VC-PHONE-OK                         VALUE 'Y'.
       01 WS-VC-NAME                    PIC X(60).

      *-----------------------------------------------------------------
      * Erasure workspace. WS-ERA-ID is the contact being erased; its
      * display form WS-ERA-ID-X is what the positional scans of the
      * text files and backup lines compare against. The WS-ERA-CNT-
      * counters say how much went from each place and end up on the
      * certificate line, which carries the ID but never the name.
      *-----------------------------------------------------------------
       01 WS-ERASURE-FILENAME           PIC X(50).
       01 WS-ERASE-WORK-FILENAME        PIC X(50).
       01 WS-ERASURE-FILE-STATUS        PIC X(2) VALUE '00'.
           88 ERASURE-FILE-OK                     VALUE '00'.
           88 ERASURE-FILE-NOT-FOUND              VALUE '35'.
       01 WS-ERASE-WORK-STATUS          PIC X(2) VALUE '00'.
           88 ERASE-WORK-OK                       VALUE '00'.
       01 WS-ERA-CHOICE                 PIC 9(1) VALUE 0.
       01 WS-ERA-ID                     PIC 9(20) VALUE 0.
       01 WS-ERA-ID-X REDEFINES WS-ERA-ID PIC X(20).
       01 WS-ERA-ANSWER                 PIC X(10).
       01 WS-ERA-NAME                   PIC X(15).
       01 WS-ERA-DIR-ID                 PIC 9(20) VALUE 0.
       01 WS-ERA-PLAN-LINE              PIC X(132).
       01 WS-ERA-WITH-LINE              PIC X(134).
       01 WS-ERA-WITH-NEW               PIC X(134).
       01 WS-ERA-WITH-LEN               PIC 9(2) VALUE 0.
       01 WS-ERA-WITH-POS               PIC 9(3) VALUE 0.
       01 WS-ERA-WITH-AT                PIC 9(3) VALUE 0.
       01 WS-ERA-WITH-END               PIC 9(3) VALUE 0.
       01 WS-ERA-WITH-LIMIT             PIC 9(3) VALUE 0.
       01 WS-ERA-WITH-HITS              PIC 9(2) VALUE 0.
       01 WS-ERA-UID-LINE               PIC X(40).
       01 WS-ERA-KEY-SAVE               PIC 9(20) VALUE 0.
       01 WS-ERA-TIME-NOW               PIC X(8).
       01 WS-ERA-TARGET                 PIC X(1) VALUE 'J'.
           88 ERA-TO-JOURNAL                      VALUE 'J'.
           88 ERA-TO-CSV                          VALUE 'X'.
           88 ERA-TO-VCARD                        VALUE 'V'.
           88 ERA-TO-PLANNER                      VALUE 'P'.
           88 ERA-TO-BACKUP                       VALUE 'B'.
       01 WS-ERA-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88 ERA-AT-END                          VALUE 'Y'.
       01 WS-ERA-DROP-SWITCH            PIC X(1) VALUE 'N'.
           88 ERA-DROP-LINE                       VALUE 'Y'.
       01 WS-ERA-CHANGED-SWITCH         PIC X(1) VALUE 'N'.
           88 ERA-FILE-CHANGED                    VALUE 'Y'.
       01 WS-ERA-COPY-SWITCH            PIC X(1) VALUE 'N'.
           88 ERA-COPIED-BACK                     VALUE 'Y'.
       01 WS-ERA-LINES                  PIC 9(7) VALUE 0.
       01 WS-ERA-BKP-RECORDS            PIC 9(9) VALUE 0.
       01 WS-ERA-CARD-NO                PIC 9(5) VALUE 0.
       01 WS-ERA-CARD-TABLE.
           05 WS-ERA-CARD               PIC 9(5) OCCURS 9 TIMES.
       01 WS-ERA-CARD-COUNT             PIC 9(2) VALUE 0.
       01 WS-ERA-IDX                    PIC 9(2) VALUE 0.
       01 WS-ERA-ATT-TABLE.
           05 WS-ERA-ATT                PIC 9(20) OCCURS 4 TIMES.
       01 WS-ERA-ATT-HITS               PIC 9(1) VALUE 0.
       01 WS-ERA-CNT-CONTACT            PIC 9(1) VALUE 0.
       01 WS-ERA-CNT-DAY-LINK           PIC 9(1) VALUE 0.
       01 WS-ERA-CNT-BIN                PIC 9(5) VALUE 0.
       01 WS-ERA-CNT-INT                PIC 9(5) VALUE 0.
       01 WS-ERA-CNT-APPT               PIC 9(5) VALUE 0.
       01 WS-ERA-CNT-PROJ               PIC 9(5) VALUE 0.
       01 WS-ERA-CNT-JRNL               PIC 9(5) VALUE 0.
       01 WS-ERA-CNT-CSV                PIC 9(5) VALUE 0.
       01 WS-ERA-CNT-VCF                PIC 9(5) VALUE 0.
       01 WS-ERA-CNT-PLAN               PIC 9(5) VALUE 0.
       01 WS-ERA-CNT-BKP-LINES          PIC 9(7) VALUE 0.
       01 WS-ERA-CNT-BKP-FILES          PIC 9(1) VALUE 0.
       01 WS-ERA-CERT.
           05 WS-ERAC-DATE              PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-ERAC-TIME              PIC X(6).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-ERAC-USER              PIC X(30).
           05 FILLER                    PIC X(15) VALUE
              " ERASED CONTACT".
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 WS-ERAC-ID                PIC 9(20).
           05 FILLER                    PIC X(9) VALUE " CONTACT=".
           05 WS-ERAC-CONTACT           PIC 9(1).
           05 FILLER                    PIC X(10) VALUE " DAY-LINK=".
           05 WS-ERAC-DAY-LINK          PIC 9(1).
           05 FILLER                    PIC X(5) VALUE " BIN=".
           05 WS-ERAC-BIN               PIC 9(5).
           05 FILLER                    PIC X(14) VALUE
              " INTERACTIONS=".
           05 WS-ERAC-INT               PIC 9(5).
           05 FILLER                    PIC X(7) VALUE " APPTS=".
           05 WS-ERAC-APPT              PIC 9(5).
           05 FILLER                    PIC X(10) VALUE " PROJECTS=".
           05 WS-ERAC-PROJ              PIC 9(5).
           05 FILLER                    PIC X(9) VALUE " JOURNAL=".
           05 WS-ERAC-JRNL              PIC 9(5).
           05 FILLER                    PIC X(5) VALUE " CSV=".
           05 WS-ERAC-CSV               PIC 9(5).
           05 FILLER                    PIC X(7) VALUE " VCARD=".
           05 WS-ERAC-VCF               PIC 9(5).
           05 FILLER                    PIC X(9) VALUE " PLANNER=".
           05 WS-ERAC-PLAN              PIC 9(5).
           05 FILLER                    PIC X(14) VALUE
              " BACKUP-LINES=".
           05 WS-ERAC-BKP-LINES         PIC 9(7).
           05 FILLER                    PIC X(14) VALUE
              " BACKUP-FILES=".
           05 WS-ERAC-BKP-FILES         PIC 9(1).

      *-----------------------------------------------------------------
      * Retention review workspace: contacts whose last interaction
      * is older than WS-RET-CUTOFF (today less WS-RET-YEARS years),
      * or who have none at all, are listed.
      *-----------------------------------------------------------------
       01 WS-RET-YEARS-X                PIC X(2).
       01 WS-RET-YEARS                  PIC 9(2) VALUE 0.
       01 WS-RET-YEAR                   PIC 9(4) VALUE 0.
       01 WS-RET-CUTOFF                 PIC X(8).
       01 WS-RET-COUNT                  PIC 9(5) VALUE 0.

      *-----------------------------------------------------------------
      * Audit workspace. Callers blank WS-AUD-LINE, fill in the event,
      * the diary it touched (blank means the user's own) and a
      * detail text, then PERFORM WRITE-AUDIT-ENTRY, which stamps the
      * date, time and user. The report filters on a date range and
      * a user, who matches as the one acting or the diary touched.
      *-----------------------------------------------------------------
       01 WS-AUDIT-FILENAME             PIC X(50)
                                        VALUE "DIARYAUDIT.DAT".
       01 WS-AUDIT-FILE-STATUS          PIC X(2) VALUE '00'.
           88 AUDIT-FILE-OK                       VALUE '00'.
           88 AUDIT-FILE-NOT-FOUND                VALUE '35'.
       01 WS-AUD-LINE.
           05 WS-AUD-DATE               PIC X(8).
           05 FILLER                    PIC X(1).
           05 WS-AUD-TIME               PIC X(6).
           05 FILLER                    PIC X(1).
           05 WS-AUD-USER               PIC X(30).
           05 FILLER                    PIC X(1).
           05 WS-AUD-EVENT              PIC X(14).
           05 FILLER                    PIC X(1).
           05 WS-AUD-DIARY              PIC X(30).
           05 FILLER                    PIC X(1).
           05 WS-AUD-DETAIL             PIC X(60).
       01 WS-AUD-TIME-NOW               PIC X(8).
       01 WS-AUD-CHOICE                 PIC 9(1) VALUE 0.
       01 WS-AUD-FROM                   PIC X(8).
       01 WS-AUD-TO                     PIC X(8).
       01 WS-AUD-FILTER-USER            PIC X(30).
       01 WS-AUD-COUNT                  PIC 9(5) VALUE 0.
       01 WS-AUD-TRY                    PIC 9(1) VALUE 0.
       01 WS-AUD-EOF-SWITCH             PIC X(1) VALUE 'N'.
           88 AUD-AT-END                          VALUE 'Y'.
       01 WS-AUD-RANGE-SWITCH           PIC X(1) VALUE 'Y'.
           88 AUD-RANGE-OK                        VALUE 'Y'.
       01 WS-SUP-USER                   PIC X(30).
       01 WS-SUP-COUNT                  PIC 9(3) VALUE 0.
       01 WS-SUP-OK-SWITCH              PIC X(1) VALUE 'N'.
           88 SUP-AUTHORISED                      VALUE 'Y'.

      *-----------------------------------------------------------------
      * Journal workspace: the before-images are captured right
       01 WS-JOURNAL-FILE-STATUS        PIC X(2) VALUE '00'.
           88 JOURNAL-FILE-OK                     VALUE '00'.
           88 JOURNAL-FILE-NOT-FOUND              VALUE '35'.
       01 WS-CONTACT-BEFORE             PIC X(327).
       01 WS-TASK-BEFORE                PIC X(327).
       01 WS-DAY-BEFORE                 PIC X(327).
       01 WS-RECOVER-CHOICE             PIC 9(1) VALUE 0.
       01 WS-RECOVER-CODE               PIC X(1).
       01 WS-CNT-REPLAYED               PIC 9(5) VALUE 0.
      * task-file position are put back the way they were found, so
      * the check can run inside a task-file scan.
      *-----------------------------------------------------------------
       01 WS-TASK-SAVE                  PIC X(327).
       01 WS-PRED-LIST.
           05 WS-PRED-ID                PIC 9(20) OCCURS 3 TIMES.
       01 WS-PRED-IDX                   PIC 9(1) VALUE 0.
               10 WS-CAL-HAS-DAY        PIC X(1).
               10 WS-CAL-TASK-CNT       PIC 9(2).
               10 WS-CAL-URG-FLAG       PIC X(1).
               10 WS-CAL-APPT-CNT       PIC 9(1).
       01 WS-CAL-DD                     PIC 9(2) VALUE 0.
       01 WS-CAL-LIMIT                  PIC 9(2) VALUE 0.
       01 WS-CAL-LINE                   PIC X(70).
           05 WS-CAL-CELL-MARK          PIC X(1).
           05 WS-CAL-CELL-CNT           PIC 9(2).
           05 WS-CAL-CELL-URG           PIC X(1).
           05 WS-CAL-CELL-APPT          PIC X(1).
           05 FILLER                    PIC X(2) VALUE SPACES.

      *-----------------------------------------------------------------
      * Appointment workspace: BOOK-AN-APPOINTMENT walks the other
      * appointments on the same date through the APPT-WHEN key and
      * warns about every one the new slot overlaps before the
      * booking is kept. The appointment scans have their own
      * end-of-file switch because the agenda, the calendar and the
      * planner run them beside their own scans.
      *-----------------------------------------------------------------
       01 WS-APPT-FILENAME              PIC X(50).
       01 WS-APPT-FILE-STATUS           PIC X(2) VALUE '00'.
           88 APPT-FILE-OK                        VALUE '00'.
           88 APPT-FILE-NOT-FOUND                 VALUE '35'.
       01 WS-APPT-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 APPT-SCAN-AT-END                    VALUE 'Y'.
       01 WS-APPT-CHOICE                PIC 9(1) VALUE 0.
       01 WS-APPT-DATE-ENTRY            PIC X(8).
       01 WS-APPT-LIST-DATE             PIC X(8).
       01 WS-APPT-SAVE                  PIC X(176).
       01 WS-APPT-NEW-START             PIC X(4).
       01 WS-APPT-NEW-END               PIC X(4).
       01 WS-APPT-NEW-ID                PIC 9(20) VALUE 0.
       01 WS-APPT-CLASHES               PIC 9(3) VALUE 0.
       01 WS-APPT-COUNT                 PIC 9(3) VALUE 0.
       01 WS-APPT-IDX                   PIC 9(1) VALUE 0.
       01 WS-APPT-ANSWER                PIC X(1).
       01 WS-APPT-PTR                   PIC 9(3) VALUE 1.
       01 WS-APPT-LINE                  PIC X(132).
       01 WS-APPT-WITH-LINE             PIC X(132).
       01 WS-APPT-WITH-NAME             PIC X(15).
       01 WS-APPT-INT-TEXT              PIC X(60).
       01 WS-VAL-TIME.
           05 WS-VAL-TIME-HH            PIC X(2).
           05 WS-VAL-TIME-MI            PIC X(2).
       01 WS-VAL-TIME-OK-SWITCH         PIC X(1) VALUE 'N'.
           88 VALID-TIME                         VALUE 'Y'.

      *-----------------------------------------------------------------
      * Directory workspace: RESOLVE-CONTACT-VIEW fills WS-CONTACT-VIEW
      * for the contact in the record area - from the directory entry
      * when the contact links to one, from the contact's own fields
      * otherwise - so the record itself is never overwritten with
      * directory values and a later REWRITE cannot copy them in.
      *-----------------------------------------------------------------
       01 WS-DIR-FILENAME               PIC X(50)
                                        VALUE "DIARYDIR.DAT".
       01 WS-DIR-FILE-STATUS            PIC X(2) VALUE '00'.
           88 DIR-FILE-OK                         VALUE '00'.
           88 DIR-FILE-NOT-FOUND                  VALUE '35'.
       01 WS-DIR-CHOICE                 PIC 9(1) VALUE 0.
       01 WS-DIR-NEXT-ID                PIC 9(20) VALUE 0.
       01 WS-DIR-SAVE                   PIC X(144).
       01 WS-DIR-ANSWER                 PIC X(1).
       01 WS-CONTACT-VIEW.
           05 WS-CV-DIR-ID              PIC 9(20).
           05 WS-CV-NAME                PIC X(15).
           05 WS-CV-PHONE               PIC 9(11).
           05 WS-CV-HOUSE               PIC 9(3).
           05 WS-CV-STREET              PIC X(15).
           05 WS-CV-CITY                PIC X(15).
           05 WS-CV-COUNTRY             PIC X(15).
           05 WS-CV-EMAIL               PIC X(50).
       01 WS-CV-LINK-SWITCH             PIC X(1) VALUE 'N'.
           88 CV-LINKED                           VALUE 'Y'.
           88 CV-LINK-BROKEN                      VALUE 'B'.

      *-----------------------------------------------------------------
      * Counters for the summary report.
      *-----------------------------------------------------------------
           PERFORM PURGE-RECYCLE-BIN.
           PERFORM SHOW-AGENDA.
           PERFORM MAIN-MENU WITH TEST AFTER
              UNTIL NUMBER-FIRST-MENU = 46.

           PERFORM CLOSE-DIARY-FILES.
           STOP RUN.
           DISPLAY "22 - LIST THE RECYCLE BIN".
           DISPLAY "23 - RESTORE FROM THE RECYCLE BIN".
           DISPLAY "24 - CHANGE MY PIN".
           DISPLAY "25 - TEAM ROLL-UP REPORT (SUPERVISOR)".
           DISPLAY "26 - LOG TIME ON A TASK".
           DISPLAY "27 - WEEKLY TIMESHEET REPORT".
           DISPLAY "28 - RECOVER A FILE FROM THE JOURNAL "
                   "(SUPERVISOR)".
           DISPLAY "29 - MONTHLY CALENDAR VIEW".
           DISPLAY "30 - LOG AN INTERACTION WITH A CONTACT".
           DISPLAY "31 - LIST A CONTACTS INTERACTIONS".
           DISPLAY "33 - TRANSFER A TASK TO ANOTHER USER".
           DISPLAY "34 - FIND AND MERGE DUPLICATE CONTACTS".
           DISPLAY "35 - PRINT A PLANNER REPORT".
           DISPLAY "36 - BOOK, LIST OR CANCEL APPOINTMENTS".
           DISPLAY "37 - MAINTAIN THE SHARED CONTACT DIRECTORY".
           DISPLAY "38 - MONTH-END INVOICE EXTRACT PER CLIENT".
           DISPLAY "39 - TEAM WORKLOAD FORECAST (SUPERVISOR)".
           DISPLAY "40 - TASK TREND REPORT BY MONTH".
           DISPLAY "41 - BACK UP OR RESTORE THE WHOLE DIARY "
                   "(RESTORE: SUPERVISOR)".
           DISPLAY "42 - SET MY E-MAIL ADDRESS FOR REMINDERS".
           DISPLAY "43 - CALENDAR AND ADDRESS-BOOK EXPORT / IMPORT".
           DISPLAY "44 - ERASE A CONTACT / RETENTION REVIEW".
           DISPLAY "45 - AUDIT REPORT AND SUPERVISOR RIGHTS "
                   "(SUPERVISOR)".
           DISPLAY "46 - CLOSE THE DIARY".

           DISPLAY "PLEASE, TYPE A NUMBER: "
           ACCEPT NUMBER-FIRST-MENU.
                 PERFORM CHANGE-MY-PIN

                WHEN NUMBER-FIRST-MENU = 25
                 IF SESSION-SUPERVISOR
                    PERFORM TEAM-ROLLUP-REPORT
                 ELSE
                    PERFORM REFUSE-NOT-SUPERVISOR
                 END-IF

                WHEN NUMBER-FIRST-MENU = 26
                 PERFORM LOG-TIME-ON-TASK
                 PERFORM WEEKLY-TIMESHEET-REPORT

                WHEN NUMBER-FIRST-MENU = 28
                 IF SESSION-SUPERVISOR
                    PERFORM RECOVER-FROM-JOURNAL
                 ELSE
                    PERFORM REFUSE-NOT-SUPERVISOR
                 END-IF

                WHEN NUMBER-FIRST-MENU = 29
                 PERFORM MONTHLY-CALENDAR-VIEW
                 PERFORM PLANNER-REPORT

                WHEN NUMBER-FIRST-MENU = 36
                 PERFORM MAINTAIN-APPOINTMENTS

                WHEN NUMBER-FIRST-MENU = 37
                 PERFORM MAINTAIN-DIRECTORY

                WHEN NUMBER-FIRST-MENU = 38
                 PERFORM INVOICE-MONTH-END

                WHEN NUMBER-FIRST-MENU = 39
                 IF SESSION-SUPERVISOR
                    PERFORM WORKLOAD-FORECAST
                 ELSE
                    PERFORM REFUSE-NOT-SUPERVISOR
                 END-IF

                WHEN NUMBER-FIRST-MENU = 40
                 PERFORM TASK-TREND-REPORT

                WHEN NUMBER-FIRST-MENU = 41
                 PERFORM MAINTAIN-BACKUPS

                WHEN NUMBER-FIRST-MENU = 42
                 PERFORM SET-MY-EMAIL

                WHEN NUMBER-FIRST-MENU = 43
                 PERFORM CARD-INTERCHANGE

                WHEN NUMBER-FIRST-MENU = 44
                 PERFORM MAINTAIN-PERSONAL-DATA

                WHEN NUMBER-FIRST-MENU = 45
                 IF SESSION-SUPERVISOR
                    PERFORM SUPERVISOR-TOOLS
                 ELSE
                    PERFORM REFUSE-NOT-SUPERVISOR
                 END-IF

                WHEN NUMBER-FIRST-MENU = 46
                 PERFORM CLOSE-DIARY-FILES
                 STOP RUN


       CAD-NEW-CONTACT.
                 PERFORM SPACE-BETWEEN-TEXT
                 PERFORM ACCEPT-CONTACT-DIR-LINK.
                 IF CONTACT-DIR-ID = 0
                    DISPLAY "ENTER THE NAME CONTACT "
                    ACCEPT CONTACT-NAME
                 END-IF.
                 DISPLAY "ENTER THE BIRTHDATE YYYYMMDD, OR LEAVE "
                 DISPLAY "BLANK IF UNKNOWN ".
                 ACCEPT CONTACT-BIRTHDATE.
                 PERFORM VALIDATE-CONTACT-BIRTHDATE.
                 IF CONTACT-DIR-ID = 0
                    PERFORM ACCEPT-CONTACT-ADDRESS
                 END-IF.
                 DISPLAY "ENTER THE INSTAGRAM ".
                 ACCEPT CONTACT-INSTAGRAM.
                 DISPLAY "ENTER THE DAY ID YOU TALKED TO THIS "
                        PERFORM JOURNAL-CONTACT
                 END-WRITE.

      *-----------------------------------------------------------------
      * ACCEPT-CONTACT-DIR-LINK asks which shared directory entry the
      * contact stands for. A linked contact keeps no name, phone,
      * address or email of its own - those come from the directory
      * every time the contact is shown - so they are blanked here and
      * only asked for when the contact is a personal one.
      *-----------------------------------------------------------------
       ACCEPT-CONTACT-DIR-LINK.
           DISPLAY "ENTER THE DIRECTORY ENTRY ID TO LINK TO, OR 0 "
           DISPLAY "FOR A PERSONAL CONTACT ".
           ACCEPT CONTACT-DIR-ID.
           IF CONTACT-DIR-ID NOT NUMERIC
              MOVE 0 TO CONTACT-DIR-ID
           END-IF.
           IF CONTACT-DIR-ID NOT = 0
              MOVE CONTACT-DIR-ID TO DIR-ID
              READ DIRECTORY-FILE
                  INVALID KEY
                     DISPLAY "NOT IN THE DIRECTORY - ENTER THE "
                             "DETAILS BELOW"
                     MOVE 0 TO CONTACT-DIR-ID
                  NOT INVALID KEY
                     DISPLAY "LINKED TO " DIR-NAME " " DIR-CITY
                     PERFORM BLANK-CONTACT-SHARED-FIELDS
              END-READ
           END-IF.

       BLANK-CONTACT-SHARED-FIELDS.
           MOVE SPACES TO CONTACT-NAME.
           MOVE 0 TO CONTACT-PHONE-NUMBER.
           MOVE 0 TO CONTACT-HOUSE-NUMBER.
           MOVE SPACES TO CONTACT-STREET.
           MOVE SPACES TO CONTACT-CITY.
           MOVE SPACES TO CONTACT-COUNTRY.
           MOVE SPACES TO CONTACT-EMAIL.

       ACCEPT-CONTACT-ADDRESS.
           DISPLAY "ENTER THE PHONE NUMBER ".
           ACCEPT CONTACT-PHONE-NUMBER.
           DISPLAY "ENTER THE HOUSE NUMBER ".
           ACCEPT CONTACT-HOUSE-NUMBER.
           DISPLAY "ENTER THE STREET ".
           ACCEPT CONTACT-STREET.
           DISPLAY "ENTER THE CITY ".
           ACCEPT CONTACT-CITY.
           DISPLAY "ENTER THE COUNTRY ".
           ACCEPT CONTACT-COUNTRY.
           DISPLAY "ENTER THE EMAIL ".
           ACCEPT CONTACT-EMAIL.

       CAD-NEW-REGISTER-DAY.
                 PERFORM SPACE-BETWEEN-TEXT
                 DISPLAY  "ENTER THE DESCRIPTION ".
                 DISPLAY "FOR NONE ".
                 ACCEPT TASK-PROJ-CODE.
                 PERFORM VALIDATE-TASK-PROJ-CODE.
                 PERFORM ACCEPT-TASK-ESTIMATE.
                 DISPLAY "ENTER THE DAY ID THIS TASK BELONGS TO, "
                 DISPLAY "0 IF NONE ".
                 ACCEPT TASK-DAY-ID.
                        PERFORM SAVE-CONTROL
                        MOVE 'W' TO JRNL-ACTION
                        PERFORM JOURNAL-TASK
                        PERFORM LOG-TASK-CREATED
                 END-WRITE.

      *-----------------------------------------------------------------
      * ACCEPT-TASK-ESTIMATE asks for the hours a task is expected to
      * take (up to 999.99). Blank means not estimated and is kept
      * as zero, which the workload forecast leaves out.
      *-----------------------------------------------------------------
       ACCEPT-TASK-ESTIMATE.
           DISPLAY "ENTER THE ESTIMATED HOURS, E.G. 6.5, OR LEAVE "
           DISPLAY "BLANK IF NOT ESTIMATED ".
           MOVE SPACES TO WS-DEC-ENTRY.
           ACCEPT WS-DEC-ENTRY.
           MOVE 0 TO TASK-EST-HOURS.
           IF WS-DEC-ENTRY NOT = SPACES
              PERFORM PARSE-DECIMAL-ENTRY
              IF DEC-OK AND WS-CONV-NUMBER NOT > 99999
                 COMPUTE TASK-EST-HOURS = WS-CONV-NUMBER / 100
              ELSE
                 DISPLAY "THE ESTIMATE MUST BE HOURS UP TO 999.99 - "
                 DISPLAY "LEFT AT 0"
              END-IF
           END-IF.

       SEARCH-A-CONTACT.
             PERFORM SPACE-BETWEEN-TEXT
             DISPLAY "SEARCH CONTACT BY 1-NAME 2-CITY 3-PHONE NUMBER"
                 DISPLAY "CONTACT NOT FOUND".

       ENG-SEARCH-CONTACT.
             PERFORM RESOLVE-CONTACT-VIEW.
             EVALUATE SEARCH-CONTACT-FIELD
                 WHEN 2
                    MOVE WS-CV-CITY TO WS-COMPARE-TARGET
                    MOVE SEARCH-CITY-CONTACT TO WS-COMPARE-SEARCH
                 WHEN 3
                    MOVE WS-CV-PHONE TO WS-COMPARE-TARGET
                    MOVE SEARCH-PHONE-CONTACT TO WS-COMPARE-SEARCH
                 WHEN OTHER
                    MOVE WS-CV-NAME TO WS-COMPARE-TARGET
                    MOVE SEARCH-NAME-CONTACT TO WS-COMPARE-SEARCH
             END-EVALUATE.
             PERFORM MATCH-SUBSTRING.
      * status and the date of the change are never lost.
      *-----------------------------------------------------------------
       LOG-TASK-STATUS-CHANGE.
           MOVE SPACES TO TASK-HISTORY-RECORD.
           STRING TASK-ID             DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-OLD-TASK-ST-DESCTIP DELIMITED BY SPACE
              INTO TASK-HISTORY-RECORD.
           WRITE TASK-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * LOG-TASK-CREATED writes the birth line of a new task into the
      * history file - NEW in place of the old status - so the trend
      * report can count tasks opened and time how long they wait
      * before work starts.
      *-----------------------------------------------------------------
       LOG-TASK-CREATED.
           MOVE SPACES TO TASK-HISTORY-RECORD.
           STRING TASK-ID             DELIMITED BY SIZE
                  ",NEW,"             DELIMITED BY SIZE
                  TASK-ST-DESCTIP     DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD   DELIMITED BY SIZE
              INTO TASK-HISTORY-RECORD.
           WRITE TASK-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * ACCEPT-PREDECESSOR-IDS fills the three predecessor slots on
      * the task in the record area. A task cannot wait on itself;
                        PERFORM SAVE-CONTROL
                        MOVE 'W' TO JRNL-ACTION
                        PERFORM JOURNAL-TASK
                        PERFORM LOG-TASK-CREATED
                        DISPLAY "NEXT OCCURRENCE CREATED, ID " TASK-ID
                        DISPLAY "DUE " TASK-DUE-DATE
                 END-WRITE
                    MOVE CONTACT-FILE-RECORD TO WS-CONTACT-BEFORE
                    PERFORM SPACE-BETWEEN-TEXT
                    DISPLAY "ENTER THE NEW VALUES BELOW "
                    PERFORM ACCEPT-CONTACT-DIR-LINK
                    IF CONTACT-DIR-ID = 0
                       DISPLAY "ENTER THE NAME CONTACT "
                       ACCEPT CONTACT-NAME
                    END-IF
                    DISPLAY "ENTER THE BIRTHDATE YYYYMMDD, OR LEAVE "
                    DISPLAY "BLANK IF UNKNOWN "
                    ACCEPT CONTACT-BIRTHDATE
                    PERFORM VALIDATE-CONTACT-BIRTHDATE
                    IF CONTACT-DIR-ID = 0
                       PERFORM ACCEPT-CONTACT-ADDRESS
                    END-IF
                    DISPLAY "ENTER THE INSTAGRAM "
                    ACCEPT CONTACT-INSTAGRAM
                    DISPLAY "ENTER THE DAY ID YOU TALKED TO THIS "
                    DISPLAY "FOR NONE "
                    ACCEPT TASK-PROJ-CODE
                    PERFORM VALIDATE-TASK-PROJ-CODE
                    PERFORM ACCEPT-TASK-ESTIMATE
                    DISPLAY "ENTER THE DAY ID THIS TASK BELONGS TO, "
                    DISPLAY "0 IF NONE "
                    ACCEPT TASK-DAY-ID

       CONTACT-INF-LIST.
           PERFORM SPACE-BETWEEN-TEXT.
           PERFORM RESOLVE-CONTACT-VIEW.

           DISPLAY "ID: " CONTACT-ID.
           IF CV-LINKED
              DISPLAY "DIRECTORY ENTRY: " WS-CV-DIR-ID
           END-IF.
           IF CV-LINK-BROKEN
              DISPLAY "DIRECTORY ENTRY: " WS-CV-DIR-ID
                 " (NO LONGER IN THE DIRECTORY)"
           END-IF.
           DISPLAY "NAME: " WS-CV-NAME.
           IF CONTACT-BIRTHDATE = SPACES
              DISPLAY "BIRTHDATE: (NOT ON FILE)"
           ELSE
              DISPLAY "BIRTHDATE: " CONTACT-BIRTHDATE
                 " AGE: " WS-AGE-SHOW
           END-IF.
           DISPLAY "PHONE NUMBER: " WS-CV-PHONE.
           DISPLAY "HOUSE NUMBER: " WS-CV-HOUSE.
           DISPLAY "STREET: " WS-CV-STREET.
           DISPLAY "CITY: " WS-CV-CITY.
           DISPLAY "COUNTRY: " WS-CV-COUNTRY.
           DISPLAY "EMAIL: " WS-CV-EMAIL.
           DISPLAY "INSTAGRAM: " CONTACT-INSTAGRAM.
           PERFORM FIND-LAST-INTERACTION.
           IF WS-INT-COUNT > 0
              DISPLAY "LAST INTERACTION: " WS-INT-LAST-DATE
                 " (" WS-INT-COUNT " ON FILE)".

      *-----------------------------------------------------------------
      * RESOLVE-CONTACT-VIEW: for the contact in the record area,
      * fills WS-CONTACT-VIEW with the name, phone, address and email
      * to show. A linked contact reads them from its directory entry
      * (CV-LINKED); if that entry has been deleted the contact's own,
      * blank, fields are shown and CV-LINK-BROKEN is set. Only the
      * directory file is read, so a contact-file scan is undisturbed.
      *-----------------------------------------------------------------
       RESOLVE-CONTACT-VIEW.
           MOVE 'N' TO WS-CV-LINK-SWITCH.
           MOVE CONTACT-NAME TO WS-CV-NAME.
           MOVE CONTACT-PHONE-NUMBER TO WS-CV-PHONE.
           MOVE CONTACT-HOUSE-NUMBER TO WS-CV-HOUSE.
           MOVE CONTACT-STREET TO WS-CV-STREET.
           MOVE CONTACT-CITY TO WS-CV-CITY.
           MOVE CONTACT-COUNTRY TO WS-CV-COUNTRY.
           MOVE CONTACT-EMAIL TO WS-CV-EMAIL.
      *    A contact saved before the directory existed has no link
      *    field and is treated as a personal one.
           IF CONTACT-DIR-ID IS NUMERIC
              MOVE CONTACT-DIR-ID TO WS-CV-DIR-ID
           ELSE
              MOVE 0 TO WS-CV-DIR-ID
           END-IF.
           IF WS-CV-DIR-ID NOT = 0
              MOVE WS-CV-DIR-ID TO DIR-ID
              READ DIRECTORY-FILE
                  INVALID KEY
                     MOVE 'B' TO WS-CV-LINK-SWITCH
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-CV-LINK-SWITCH
                     MOVE DIR-NAME TO WS-CV-NAME
                     MOVE DIR-PHONE-NUMBER TO WS-CV-PHONE
                     MOVE DIR-HOUSE-NUMBER TO WS-CV-HOUSE
                     MOVE DIR-STREET TO WS-CV-STREET
                     MOVE DIR-CITY TO WS-CV-CITY
                     MOVE DIR-COUNTRY TO WS-CV-COUNTRY
                     MOVE DIR-EMAIL TO WS-CV-EMAIL
              END-READ
           END-IF.

       LIST-TASKS.
             PERFORM SPACE-BETWEEN-TEXT
             DISPLAY "ENTER A PROJECT CODE TO FILTER BY, OR LEAVE "
                 VARYING WS-AGENDA-IDX FROM 1 BY 1
                 UNTIL WS-AGENDA-IDX > WS-AGENDA-COUNT
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO WS-APPT-LIST-DATE.
           PERFORM SEEK-FIRST-APPT.
           IF NOT APPT-SCAN-AT-END
              AND APPT-DATE = WS-APPT-LIST-DATE
              PERFORM SPACE-BETWEEN-TEXT
              DISPLAY "-------- TODAYS APPOINTMENTS --------"
              PERFORM SHOW-APPTS-FOR-DATE
           END-IF.
           PERFORM BIRTHDAY-REMINDERS.

       COLLECT-AGENDA-TASK.
                    DISPLAY "-------- BIRTHDAYS THIS WEEK --------"
                 END-IF
                 ADD 1 TO WS-BDAY-COUNT
                 PERFORM RESOLVE-CONTACT-VIEW
                 IF WS-BIRTH-MMDD = WS-BDAY-MMDD (1)
                    DISPLAY "  " WS-CV-NAME " - TODAY"
                 ELSE
                    DISPLAY "  " WS-CV-NAME " ON "
                       WS-BIRTH-MMDD (3:2) "/" WS-BIRTH-MMDD (1:2)
                 END-IF
              END-IF
      * MONTHLY-CALENDAR-VIEW prints one month as a grid, seven days
      * to a row. Each cell shows the day number, a '*' when a
      * day-log entry exists for that date, the count of tasks due
      * that day, a 'U' when any of them is urgent and the number of
      * appointments booked that day. A picked day drops into the
      * same detail DAY-REG-INF-LIST always shows, followed by the
      * day's appointments.
      *-----------------------------------------------------------------
       MONTHLY-CALENDAR-VIEW.
           PERFORM SPACE-BETWEEN-TEXT
                 VARYING WS-CAL-DD FROM 1 BY 1
                 UNTIL WS-CAL-DD > WS-CAL-LIMIT
              PERFORM COUNT-CALENDAR-TASKS
              PERFORM COUNT-CALENDAR-APPTS
              PERFORM PRINT-CALENDAR-GRID
              PERFORM PICK-CALENDAR-DAY
           END-IF.
           MOVE SPACE TO WS-CAL-HAS-DAY (WS-CAL-DD).
           MOVE 0 TO WS-CAL-TASK-CNT (WS-CAL-DD).
           MOVE SPACE TO WS-CAL-URG-FLAG (WS-CAL-DD).
           MOVE 0 TO WS-CAL-APPT-CNT (WS-CAL-DD).

      *-----------------------------------------------------------------
      * One keyed READ on the DAY-DATE alternate key per day of the
           END-IF.
           PERFORM READ-NEXT-TASK.

      *-----------------------------------------------------------------
      * The appointment count walks the APPT-WHEN key from the first
      * of the month and stops at the first appointment of the next
      * month. A cell shows at most 9.
      *-----------------------------------------------------------------
       COUNT-CALENDAR-APPTS.
           MOVE 1 TO WS-CAL-TEST-DD.
           MOVE WS-CAL-TEST-DATE TO WS-APPT-LIST-DATE.
           PERFORM SEEK-FIRST-APPT.
           PERFORM TALLY-CALENDAR-APPT
              UNTIL APPT-SCAN-AT-END
                 OR APPT-DATE (1:6) NOT = WS-CAL-YYYYMM.

       TALLY-CALENDAR-APPT.
           MOVE APPT-DATE (7:2) TO WS-CAL-DD.
           IF WS-CAL-DD >= 1 AND WS-CAL-DD <= WS-CAL-LIMIT
              AND WS-CAL-APPT-CNT (WS-CAL-DD) < 9
              ADD 1 TO WS-CAL-APPT-CNT (WS-CAL-DD)
           END-IF.
           PERFORM READ-NEXT-APPT.

       PRINT-CALENDAR-GRID.
           PERFORM SPACE-BETWEEN-TEXT.
           DISPLAY "-------- CALENDAR " WS-CAL-YYYYMM " --------".
           DISPLAY "DD*NNUA - *=DAY LOGGED NN=TASKS DUE U=URGENT "
                   "A=APPOINTMENTS".
           MOVE SPACES TO WS-CAL-LINE.
           MOVE 1 TO WS-CAL-COL.
           PERFORM PRINT-CALENDAR-CELL
           MOVE WS-CAL-HAS-DAY (WS-CAL-DD) TO WS-CAL-CELL-MARK.
           MOVE WS-CAL-TASK-CNT (WS-CAL-DD) TO WS-CAL-CELL-CNT.
           MOVE WS-CAL-URG-FLAG (WS-CAL-DD) TO WS-CAL-CELL-URG.
           IF WS-CAL-APPT-CNT (WS-CAL-DD) > 0
              MOVE WS-CAL-APPT-CNT (WS-CAL-DD) TO WS-CAL-CELL-APPT
           END-IF.
           MOVE WS-CAL-CELL TO WS-CAL-LINE (WS-CAL-COL:9).
           ADD 9 TO WS-CAL-COL.
           IF WS-CAL-COL > 55
              DISPLAY WS-CAL-LINE
              MOVE SPACES TO WS-CAL-LINE
              MOVE 1 TO WS-CAL-COL
                  NOT INVALID KEY
                     PERFORM DAY-REG-INF-LIST
              END-READ
              MOVE WS-CAL-TEST-DATE TO WS-APPT-LIST-DATE
              PERFORM SHOW-APPTS-FOR-DATE
              IF WS-APPT-COUNT = 0
                 DISPLAY "NO APPOINTMENTS ON " WS-CAL-TEST-DATE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * PLANNER-REPORT writes a printable planner file: one page per
      * day of a typed from/to range, with the day description, the
      * tasks linked to it, the contacts talked to, the hours booked
      * and the appointments - days without a day entry still get a
      * page marked empty, so the gaps show up in a review.
      *-----------------------------------------------------------------
       PLANNER-REPORT.
           PERFORM SPACE-BETWEEN-TEXT
               NOT INVALID KEY
                  PERFORM PRINT-PLANNER-DETAIL
           END-READ.
           PERFORM PRINT-PLANNER-APPTS.
           MOVE SPACES TO PLANNER-RECORD.
           WRITE PLANNER-RECORD.
           MOVE WS-PLN-DATE TO WS-ROLL-DATE.
           END-IF.

       PLANNER-CONTACT-LINE.
           PERFORM RESOLVE-CONTACT-VIEW.
           MOVE SPACES TO PLANNER-RECORD.
           STRING "  - "              DELIMITED BY SIZE
                  WS-CV-NAME          DELIMITED BY SIZE
              INTO PLANNER-RECORD.
           WRITE PLANNER-RECORD.
           PERFORM READ-NEXT-CONTACT.

      *-----------------------------------------------------------------
      * MAINTAIN-APPOINTMENTS books, lists and cancels timed
      * appointments. A booking is checked against every other
      * appointment on the same date; an overlap is warned about and
      * only kept when confirmed. Every kept booking logs a meeting
      * interaction against each of its attendees.
      *-----------------------------------------------------------------
       MAINTAIN-APPOINTMENTS.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "APPOINTMENTS: 1 - BOOK, 2 - LIST A DATE, "
           DISPLAY "3 - CANCEL, 0 - BACK ".
           ACCEPT WS-APPT-CHOICE.
           EVALUATE WS-APPT-CHOICE
               WHEN 1
                  PERFORM BOOK-AN-APPOINTMENT
               WHEN 2
                  PERFORM LIST-APPOINTMENTS
               WHEN 3
                  PERFORM CANCEL-AN-APPOINTMENT
           END-EVALUATE.

       BOOK-AN-APPOINTMENT.
           DISPLAY "ENTER THE DATE YYYYMMDD, OR LEAVE BLANK FOR "
           DISPLAY "TODAY ".
           MOVE SPACES TO WS-APPT-DATE-ENTRY.
           ACCEPT WS-APPT-DATE-ENTRY.
           IF WS-APPT-DATE-ENTRY = SPACES
              MOVE WS-TODAY-YYYYMMDD TO WS-APPT-DATE-ENTRY
           END-IF.
           MOVE WS-APPT-DATE-ENTRY TO WS-VAL-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT VALID-DATE
              DISPLAY "THAT IS NOT A REAL DATE - NOTHING BOOKED"
           ELSE
              PERFORM ACCEPT-APPT-TIMES
           END-IF.

       ACCEPT-APPT-TIMES.
           MOVE SPACES TO APPOINTMENT-RECORD.
           MOVE WS-APPT-DATE-ENTRY TO APPT-DATE.
           DISPLAY "ENTER THE START TIME HHMM ".
           ACCEPT APPT-START.
           MOVE APPT-START TO WS-VAL-TIME.
           PERFORM VALIDATE-TIME.
           IF VALID-TIME
              DISPLAY "ENTER THE END TIME HHMM "
              ACCEPT APPT-END
              MOVE APPT-END TO WS-VAL-TIME
              PERFORM VALIDATE-TIME
           END-IF.
           IF NOT VALID-TIME
              DISPLAY "THAT IS NOT A REAL TIME - NOTHING BOOKED"
           ELSE
              IF APPT-END NOT > APPT-START
                 DISPLAY "THE END MUST BE AFTER THE START - "
                         "NOTHING BOOKED"
              ELSE
                 PERFORM ACCEPT-APPT-DETAILS
              END-IF
           END-IF.

       ACCEPT-APPT-DETAILS.
           DISPLAY "ENTER THE SUBJECT ".
           ACCEPT APPT-SUBJECT.
           DISPLAY "ENTER THE LOCATION ".
           ACCEPT APPT-LOCATION.
           DISPLAY "ENTER UP TO 4 ATTENDEE CONTACT IDS, 0 IF NONE ".
           PERFORM ACCEPT-ONE-ATTENDEE
              VARYING WS-APPT-IDX FROM 1 BY 1
              UNTIL WS-APPT-IDX > 4.
           MOVE WS-NEXT-APPT-ID TO APPT-ID.
           PERFORM CHECK-APPT-CLASH.
           MOVE 'Y' TO WS-APPT-ANSWER.
           IF WS-APPT-CLASHES > 0
              DISPLAY "BOOK IT ANYWAY? Y/N "
              ACCEPT WS-APPT-ANSWER
           END-IF.
           IF WS-APPT-ANSWER NOT = 'Y' AND WS-APPT-ANSWER NOT = 'y'
              DISPLAY "NOTHING BOOKED"
           ELSE
              WRITE APPOINTMENT-RECORD
                  INVALID KEY
                     DISPLAY "COULD NOT SAVE THE APPOINTMENT"
                  NOT INVALID KEY
                     ADD 1 TO WS-NEXT-APPT-ID
                     PERFORM SAVE-CONTROL
                     DISPLAY "APPOINTMENT BOOKED, ID " APPT-ID
                     PERFORM LOG-APPT-INTERACTIONS
              END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * An attendee must be on the contact file - an unknown ID is
      * cleared rather than kept, the way an unknown project code is.
      *-----------------------------------------------------------------
       ACCEPT-ONE-ATTENDEE.
           DISPLAY "ATTENDEE " WS-APPT-IDX ": ".
           ACCEPT APPT-CONTACT-ID (WS-APPT-IDX).
           IF APPT-CONTACT-ID (WS-APPT-IDX) NOT NUMERIC
              MOVE 0 TO APPT-CONTACT-ID (WS-APPT-IDX)
           END-IF.
           IF APPT-CONTACT-ID (WS-APPT-IDX) NOT = 0
              MOVE APPT-CONTACT-ID (WS-APPT-IDX) TO CONTACT-ID
              READ CONTACT-FILE
                  INVALID KEY
                     DISPLAY "CONTACT NOT ON FILE - IGNORED"
                     MOVE 0 TO APPT-CONTACT-ID (WS-APPT-IDX)
                  NOT INVALID KEY
                     PERFORM RESOLVE-CONTACT-VIEW
                     DISPLAY "  " WS-CV-NAME
              END-READ
           END-IF.

      *-----------------------------------------------------------------
      * CHECK-APPT-CLASH walks the appointments on the new one's date
      * in start-time order. Two slots overlap when each one starts
      * before the other one ends, so back-to-back bookings (one
      * ending at 1000, the next starting at 1000) do not clash. The
      * new booking is held in WS-APPT-SAVE while the scan uses the
      * record area.
      *-----------------------------------------------------------------
       CHECK-APPT-CLASH.
           MOVE 0 TO WS-APPT-CLASHES.
           MOVE APPOINTMENT-RECORD TO WS-APPT-SAVE.
           MOVE APPT-ID TO WS-APPT-NEW-ID.
           MOVE APPT-START TO WS-APPT-NEW-START.
           MOVE APPT-END TO WS-APPT-NEW-END.
           MOVE APPT-DATE TO WS-APPT-LIST-DATE.
           PERFORM SEEK-FIRST-APPT.
           PERFORM CHECK-ONE-APPT-CLASH
              UNTIL APPT-SCAN-AT-END
                 OR APPT-DATE NOT = WS-APPT-LIST-DATE.
           MOVE WS-APPT-SAVE TO APPOINTMENT-RECORD.

       CHECK-ONE-APPT-CLASH.
           IF APPT-ID NOT = WS-APPT-NEW-ID
              AND APPT-START < WS-APPT-NEW-END
              AND WS-APPT-NEW-START < APPT-END
              ADD 1 TO WS-APPT-CLASHES
              DISPLAY "WARNING - OVERLAPS APPOINTMENT " APPT-ID
              DISPLAY "  " APPT-START "-" APPT-END " " APPT-SUBJECT
           END-IF.
           PERFORM READ-NEXT-APPT.

      *-----------------------------------------------------------------
      * SEEK-FIRST-APPT positions on the first appointment dated
      * WS-APPT-LIST-DATE and reads it; callers loop until the date
      * changes or the file ends.
      *-----------------------------------------------------------------
       SEEK-FIRST-APPT.
           MOVE 'N' TO WS-APPT-EOF-SWITCH.
           MOVE WS-APPT-LIST-DATE TO APPT-DATE.
           MOVE "0000" TO APPT-START.
           START APPOINTMENT-FILE KEY IS NOT LESS THAN APPT-WHEN
               INVALID KEY MOVE 'Y' TO WS-APPT-EOF-SWITCH
           END-START.
           IF NOT APPT-SCAN-AT-END
              PERFORM READ-NEXT-APPT.

       READ-NEXT-APPT.
           READ APPOINTMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-APPT-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-APPT-EOF-SWITCH
           END-READ.
           IF WS-APPT-FILE-STATUS NOT = '00'
              AND WS-APPT-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-APPT-EOF-SWITCH.

      *-----------------------------------------------------------------
      * LOG-APPT-INTERACTIONS writes one meeting interaction per
      * attendee, dated the appointment date, so the contact's
      * interaction history shows the meeting without a second entry.
      * UNLOG-APPT-INTERACTIONS takes them out again when the
      * appointment is cancelled - only appointments that are kept
      * leave a meeting in the history. Both build the text the same
      * way, which is how the cancel finds the lines it logged.
      *-----------------------------------------------------------------
       LOG-APPT-INTERACTIONS.
           PERFORM BUILD-APPT-INT-TEXT.
           PERFORM LOG-ONE-APPT-INTERACTION
              VARYING WS-APPT-IDX FROM 1 BY 1
              UNTIL WS-APPT-IDX > 4.

       BUILD-APPT-INT-TEXT.
           MOVE SPACES TO WS-APPT-INT-TEXT.
           STRING APPT-START          DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  APPT-END            DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  APPT-SUBJECT        DELIMITED BY "  "
                  " AT "              DELIMITED BY SIZE
                  APPT-LOCATION       DELIMITED BY "  "
              INTO WS-APPT-INT-TEXT.

       LOG-ONE-APPT-INTERACTION.
           IF APPT-CONTACT-ID (WS-APPT-IDX) NOT = 0
              MOVE WS-NEXT-INT-ID TO INT-ID
              MOVE APPT-CONTACT-ID (WS-APPT-IDX) TO INT-CONTACT-ID
              MOVE APPT-DATE TO INT-DATE
              MOVE 'M' TO INT-TYPE
              MOVE WS-APPT-INT-TEXT TO INT-TEXT
              WRITE INTERACTION-RECORD
                  INVALID KEY
                     DISPLAY "COULD NOT LOG THE MEETING FOR CONTACT "
                        INT-CONTACT-ID
                  NOT INVALID KEY
                     ADD 1 TO WS-NEXT-INT-ID
                     PERFORM SAVE-CONTROL
              END-WRITE
           END-IF.

       UNLOG-APPT-INTERACTIONS.
           PERFORM BUILD-APPT-INT-TEXT.
           PERFORM UNLOG-ONE-ATTENDEE
              VARYING WS-APPT-IDX FROM 1 BY 1
              UNTIL WS-APPT-IDX > 4.

       UNLOG-ONE-ATTENDEE.
           IF APPT-CONTACT-ID (WS-APPT-IDX) NOT = 0
              MOVE APPT-CONTACT-ID (WS-APPT-IDX) TO WS-INT-LINK-ID
              MOVE 'N' TO WS-INT-EOF-SWITCH
              PERFORM SEEK-FIRST-INTERACTION
              PERFORM UNLOG-ONE-INTERACTION
                 UNTIL INT-LOG-AT-END
                    OR INT-CONTACT-ID NOT EQUAL WS-INT-LINK-ID
           END-IF.

       UNLOG-ONE-INTERACTION.
           IF INT-MEETING AND INT-DATE = APPT-DATE
              AND INT-TEXT = WS-APPT-INT-TEXT
              DELETE INTERACTION-FILE RECORD
              END-DELETE
              PERFORM SEEK-FIRST-INTERACTION
           ELSE
              PERFORM READ-NEXT-INTERACTION
           END-IF.

       LIST-APPOINTMENTS.
           DISPLAY "ENTER THE DATE YYYYMMDD, OR LEAVE BLANK FOR "
           DISPLAY "TODAY ".
           MOVE SPACES TO WS-APPT-DATE-ENTRY.
           ACCEPT WS-APPT-DATE-ENTRY.
           IF WS-APPT-DATE-ENTRY = SPACES
              MOVE WS-TODAY-YYYYMMDD TO WS-APPT-DATE-ENTRY
           END-IF.
           MOVE WS-APPT-DATE-ENTRY TO WS-APPT-LIST-DATE.
           PERFORM SHOW-APPTS-FOR-DATE.
           IF WS-APPT-COUNT = 0
              DISPLAY "NO APPOINTMENTS ON " WS-APPT-LIST-DATE.

      *-----------------------------------------------------------------
      * SHOW-APPTS-FOR-DATE lists the appointments dated
      * WS-APPT-LIST-DATE on the screen, in start-time order, and
      * leaves the count in WS-APPT-COUNT. The agenda, the calendar
      * day detail and the list option all use it.
      *-----------------------------------------------------------------
       SHOW-APPTS-FOR-DATE.
           MOVE 0 TO WS-APPT-COUNT.
           PERFORM SEEK-FIRST-APPT.
           PERFORM SHOW-ONE-APPT
              UNTIL APPT-SCAN-AT-END
                 OR APPT-DATE NOT = WS-APPT-LIST-DATE.

       SHOW-ONE-APPT.
           ADD 1 TO WS-APPT-COUNT.
           PERFORM BUILD-APPT-LINES.
           DISPLAY WS-APPT-LINE.
           IF WS-APPT-WITH-LINE NOT = SPACES
              DISPLAY WS-APPT-WITH-LINE.
           PERFORM READ-NEXT-APPT.

      *-----------------------------------------------------------------
      * BUILD-APPT-LINES formats the appointment in the record area
      * as a time/subject/location line and, when it has attendees,
      * a "WITH:" line naming them - shared by the screen lists and
      * the planner pages. Attendees no longer on file are shown by
      * their ID.
      *-----------------------------------------------------------------
       BUILD-APPT-LINES.
           MOVE SPACES TO WS-APPT-LINE.
           STRING "  "                DELIMITED BY SIZE
                  APPT-START          DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  APPT-END            DELIMITED BY SIZE
                  " ID "              DELIMITED BY SIZE
                  APPT-ID             DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  APPT-SUBJECT        DELIMITED BY SIZE
                  " AT "              DELIMITED BY SIZE
                  APPT-LOCATION       DELIMITED BY SIZE
              INTO WS-APPT-LINE.
           MOVE SPACES TO WS-APPT-WITH-LINE.
           MOVE 1 TO WS-APPT-PTR.
           PERFORM ADD-APPT-ATTENDEE-NAME
              VARYING WS-APPT-IDX FROM 1 BY 1
              UNTIL WS-APPT-IDX > 4.

       ADD-APPT-ATTENDEE-NAME.
           IF APPT-CONTACT-ID (WS-APPT-IDX) NOT = 0
              IF WS-APPT-PTR = 1
                 STRING "     WITH: "  DELIMITED BY SIZE
                    INTO WS-APPT-WITH-LINE
                    WITH POINTER WS-APPT-PTR
                 END-STRING
              ELSE
                 STRING ", "           DELIMITED BY SIZE
                    INTO WS-APPT-WITH-LINE
                    WITH POINTER WS-APPT-PTR
                 END-STRING
              END-IF
              MOVE APPT-CONTACT-ID (WS-APPT-IDX) TO CONTACT-ID
              READ CONTACT-FILE
                  INVALID KEY
                     STRING "CONTACT "   DELIMITED BY SIZE
                            CONTACT-ID   DELIMITED BY SIZE
                        INTO WS-APPT-WITH-LINE
                        WITH POINTER WS-APPT-PTR
                     END-STRING
                  NOT INVALID KEY
                     PERFORM RESOLVE-CONTACT-VIEW
                     MOVE WS-CV-NAME TO WS-APPT-WITH-NAME
                     STRING WS-APPT-WITH-NAME DELIMITED BY "  "
                        INTO WS-APPT-WITH-LINE
                        WITH POINTER WS-APPT-PTR
                     END-STRING
              END-READ
           END-IF.

      *-----------------------------------------------------------------
      * CANCEL-AN-APPOINTMENT moves the appointment to the recycle
      * bin like any other delete, so a cancellation can be undone,
      * and takes the meeting interactions it logged back out of the
      * attendees' history. A restore from the bin logs them again.
      *-----------------------------------------------------------------
       CANCEL-AN-APPOINTMENT.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ENTER THE APPOINTMENT ID TO CANCEL: ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE SEARCH-ID-REG-NUM TO APPT-ID.
           READ APPOINTMENT-FILE
               INVALID KEY
                  DISPLAY "APPOINTMENT NOT FOUND"
               NOT INVALID KEY
                  DISPLAY "ON " APPT-DATE
                  PERFORM BUILD-APPT-LINES
                  DISPLAY WS-APPT-LINE
                  IF WS-APPT-WITH-LINE NOT = SPACES
                     DISPLAY WS-APPT-WITH-LINE
                  END-IF
                  PERFORM MOVE-APPT-TO-BIN
                  DELETE APPOINTMENT-FILE RECORD
                      INVALID KEY
                         DISPLAY "COULD NOT CANCEL THE APPOINTMENT"
                      NOT INVALID KEY
                         PERFORM UNLOG-APPT-INTERACTIONS
                         DISPLAY "APPOINTMENT CANCELLED"
                  END-DELETE
           END-READ.

      *-----------------------------------------------------------------
      * The planner page lists the day's appointments whether or not
      * the day has an entry of its own.
      *-----------------------------------------------------------------
       PRINT-PLANNER-APPTS.
           MOVE WS-PLN-DATE TO WS-APPT-LIST-DATE.
           PERFORM SEEK-FIRST-APPT.
           IF NOT APPT-SCAN-AT-END
              AND APPT-DATE = WS-APPT-LIST-DATE
              MOVE "APPOINTMENTS:" TO PLANNER-RECORD
              WRITE PLANNER-RECORD
              PERFORM PLANNER-APPT-LINE
                 UNTIL APPT-SCAN-AT-END
                    OR APPT-DATE NOT = WS-APPT-LIST-DATE
           END-IF.

       PLANNER-APPT-LINE.
           PERFORM BUILD-APPT-LINES.
           MOVE WS-APPT-LINE TO PLANNER-RECORD.
           WRITE PLANNER-RECORD.
           IF WS-APPT-WITH-LINE NOT = SPACES
              MOVE WS-APPT-WITH-LINE TO PLANNER-RECORD
              WRITE PLANNER-RECORD
           END-IF.
           PERFORM READ-NEXT-APPT.

      *-----------------------------------------------------------------
      * MAINTAIN-DIRECTORY keeps the shared contact directory: an
      * entry can be added, changed, listed or deleted, and a personal
      * contact can be moved into it. A change is read by every
      * diary the next time a linked contact is shown.
      *-----------------------------------------------------------------
       MAINTAIN-DIRECTORY.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "CONTACT DIRECTORY: 1 - ADD, 2 - UPDATE, "
           DISPLAY "3 - LIST, 4 - DELETE, 5 - MOVE A PERSONAL "
           DISPLAY "CONTACT INTO IT, 0 - BACK ".
           ACCEPT WS-DIR-CHOICE.
           EVALUATE WS-DIR-CHOICE
               WHEN 1
                  PERFORM ADD-A-DIR-ENTRY
               WHEN 2
                  PERFORM UPDATE-A-DIR-ENTRY
               WHEN 3
                  PERFORM LIST-DIRECTORY
               WHEN 4
                  PERFORM DELETE-A-DIR-ENTRY
               WHEN 5
                  PERFORM PROMOTE-CONTACT-TO-DIR
           END-EVALUATE.

       ADD-A-DIR-ENTRY.
           DISPLAY "ENTER THE NAME ".
           ACCEPT DIR-NAME.
           IF DIR-NAME = SPACES
              DISPLAY "AN ENTRY NEEDS A NAME - NOTHING SAVED"
           ELSE
              PERFORM ACCEPT-DIR-ADDRESS
              PERFORM WRITE-NEW-DIR-ENTRY
           END-IF.

       ACCEPT-DIR-ADDRESS.
           DISPLAY "ENTER THE PHONE NUMBER ".
           ACCEPT DIR-PHONE-NUMBER.
           DISPLAY "ENTER THE HOUSE NUMBER ".
           ACCEPT DIR-HOUSE-NUMBER.
           DISPLAY "ENTER THE STREET ".
           ACCEPT DIR-STREET.
           DISPLAY "ENTER THE CITY ".
           ACCEPT DIR-CITY.
           DISPLAY "ENTER THE COUNTRY ".
           ACCEPT DIR-COUNTRY.
           DISPLAY "ENTER THE EMAIL ".
           ACCEPT DIR-EMAIL.

      *-----------------------------------------------------------------
      * The directory has no control file of its own - it is shared,
      * so the next ID is one past the highest key on file at the
      * moment of the write. Two users adding at the same instant
      * collide on the key and the second one is told to retry.
      *-----------------------------------------------------------------
       WRITE-NEW-DIR-ENTRY.
           MOVE DIRECTORY-RECORD TO WS-DIR-SAVE.
           PERFORM FIND-NEXT-DIR-ID.
           MOVE WS-DIR-SAVE TO DIRECTORY-RECORD.
           MOVE WS-DIR-NEXT-ID TO DIR-ID.
           WRITE DIRECTORY-RECORD
               INVALID KEY
                  DISPLAY "DIRECTORY ID ALREADY IN USE - "
                  DISPLAY "ENTRY NOT SAVED, PLEASE RETRY"
                  MOVE 0 TO WS-DIR-NEXT-ID
               NOT INVALID KEY
                  DISPLAY "DIRECTORY ENTRY ADDED, ID " DIR-ID
           END-WRITE.

       FIND-NEXT-DIR-ID.
           MOVE 0 TO WS-DIR-NEXT-ID.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO DIR-ID.
           START DIRECTORY-FILE KEY IS NOT LESS THAN DIR-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-DIR
              PERFORM TRACK-LAST-DIR-ID UNTIL END-OF-FILE.
           ADD 1 TO WS-DIR-NEXT-ID.

       TRACK-LAST-DIR-ID.
           MOVE DIR-ID TO WS-DIR-NEXT-ID.
           PERFORM READ-NEXT-DIR.

       UPDATE-A-DIR-ENTRY.
           DISPLAY "ENTER THE DIRECTORY ID TO UPDATE: ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE SEARCH-ID-REG-NUM TO DIR-ID.
           READ DIRECTORY-FILE
               INVALID KEY
                  DISPLAY "NOT IN THE DIRECTORY"
               NOT INVALID KEY
                  PERFORM DIR-INF-LIST
                  DISPLAY "ENTER THE NEW VALUES BELOW "
                  DISPLAY "ENTER THE NAME "
                  ACCEPT DIR-NAME
                  PERFORM ACCEPT-DIR-ADDRESS
                  REWRITE DIRECTORY-RECORD
                      INVALID KEY
                         DISPLAY "COULD NOT UPDATE THE ENTRY"
                      NOT INVALID KEY
                         DISPLAY "DIRECTORY ENTRY UPDATED"
                  END-REWRITE
           END-READ.

       LIST-DIRECTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO DIR-ID.
           START DIRECTORY-FILE KEY IS NOT LESS THAN DIR-ID
               INVALID KEY
                  DISPLAY "THE DIRECTORY IS EMPTY"
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-DIR
              IF END-OF-FILE
                 DISPLAY "THE DIRECTORY IS EMPTY"
              ELSE
                 PERFORM DIR-LIST-LOOP UNTIL END-OF-FILE
              END-IF
           END-IF.

       DIR-LIST-LOOP.
           PERFORM DIR-INF-LIST.
           PERFORM READ-NEXT-DIR.

       DIR-INF-LIST.
           PERFORM SPACE-BETWEEN-TEXT.
           DISPLAY "DIRECTORY ID: " DIR-ID.
           DISPLAY "NAME: " DIR-NAME.
           DISPLAY "PHONE NUMBER: " DIR-PHONE-NUMBER.
           DISPLAY "HOUSE NUMBER: " DIR-HOUSE-NUMBER.
           DISPLAY "STREET: " DIR-STREET.
           DISPLAY "CITY: " DIR-CITY.
           DISPLAY "COUNTRY: " DIR-COUNTRY.
           DISPLAY "EMAIL: " DIR-EMAIL.

      *-----------------------------------------------------------------
      * Personal contacts in any diary may still link to an entry
      * being deleted; they keep the link and show it as no longer in
      * the directory, so the delete asks first.
      *-----------------------------------------------------------------
       DELETE-A-DIR-ENTRY.
           DISPLAY "ENTER THE DIRECTORY ID TO DELETE: ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE SEARCH-ID-REG-NUM TO DIR-ID.
           READ DIRECTORY-FILE
               INVALID KEY
                  DISPLAY "NOT IN THE DIRECTORY"
               NOT INVALID KEY
                  PERFORM DIR-INF-LIST
                  DISPLAY "CONTACTS LINKED TO THIS ENTRY IN ANY "
                  DISPLAY "DIARY WILL LOSE THESE DETAILS. DELETE IT? "
                  DISPLAY "Y/N "
                  ACCEPT WS-DIR-ANSWER
                  IF WS-DIR-ANSWER = 'Y' OR WS-DIR-ANSWER = 'y'
                     DELETE DIRECTORY-FILE RECORD
                         INVALID KEY
                            DISPLAY "COULD NOT DELETE THE ENTRY"
                         NOT INVALID KEY
                            DISPLAY "DIRECTORY ENTRY DELETED"
                     END-DELETE
                  ELSE
                     DISPLAY "NOTHING DELETED"
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      * PROMOTE-CONTACT-TO-DIR copies a personal contact's shared
      * fields into a new directory entry and links the contact to
      * it, so the rest of the team can link their own copies of the
      * same person to one entry instead of keeping five.
      *-----------------------------------------------------------------
       PROMOTE-CONTACT-TO-DIR.
           DISPLAY "ENTER THE CONTACT ID TO MOVE INTO THE "
           DISPLAY "DIRECTORY: ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE SEARCH-ID-REG-NUM TO CONTACT-ID.
           READ CONTACT-FILE
               INVALID KEY
                  DISPLAY "CONTACT NOT FOUND"
               NOT INVALID KEY
                  IF CONTACT-DIR-ID NOT NUMERIC
                     MOVE 0 TO CONTACT-DIR-ID
                  END-IF
                  IF CONTACT-DIR-ID NOT = 0
                     DISPLAY "ALREADY LINKED TO DIRECTORY ENTRY "
                        CONTACT-DIR-ID
                  ELSE
                     PERFORM LINK-CONTACT-TO-NEW-DIR
                  END-IF
           END-READ.

       LINK-CONTACT-TO-NEW-DIR.
           MOVE CONTACT-FILE-RECORD TO WS-CONTACT-BEFORE.
           MOVE CONTACT-NAME TO DIR-NAME.
           MOVE CONTACT-PHONE-NUMBER TO DIR-PHONE-NUMBER.
           MOVE CONTACT-HOUSE-NUMBER TO DIR-HOUSE-NUMBER.
           MOVE CONTACT-STREET TO DIR-STREET.
           MOVE CONTACT-CITY TO DIR-CITY.
           MOVE CONTACT-COUNTRY TO DIR-COUNTRY.
           MOVE CONTACT-EMAIL TO DIR-EMAIL.
           PERFORM WRITE-NEW-DIR-ENTRY.
           IF WS-DIR-NEXT-ID NOT = 0
              MOVE WS-DIR-NEXT-ID TO CONTACT-DIR-ID
              PERFORM BLANK-CONTACT-SHARED-FIELDS
              REWRITE CONTACT-FILE-RECORD
                  INVALID KEY
                     DISPLAY "COULD NOT LINK CONTACT " CONTACT-ID
                  NOT INVALID KEY
                     MOVE 'R' TO JRNL-ACTION
                     PERFORM JOURNAL-CONTACT
                     DISPLAY "CONTACT " CONTACT-ID " NOW LINKS TO IT"
              END-REWRITE
           END-IF.

       READ-NEXT-DIR.
           READ DIRECTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-EOF-SWITCH
           END-READ.
           IF WS-DIR-FILE-STATUS NOT = '00'
              AND WS-DIR-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-EOF-SWITCH.

      *-----------------------------------------------------------------
      * MAINTAIN-PROJECTS keeps the small project register: a code
      * can be added or renamed, the register listed, or a code
      * deleted. Tasks keep whatever code they carry - a deleted
      * code just stops validating on new tasks. Adding or renaming
      * also sets the client contact billed for the project and its
      * hourly rate; a client that is not on file is refused.
      *-----------------------------------------------------------------
       MAINTAIN-PROJECTS.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "PROJECT REGISTER: 1 - ADD OR RENAME, 2 - LIST, "
           DISPLAY "3 - DELETE, 0 - BACK ".
           ACCEPT WS-PROJ-CHOICE.
           EVALUATE WS-PROJ-CHOICE
               WHEN 1
                  PERFORM ADD-A-PROJECT
               WHEN 2
                  PERFORM LIST-PROJECTS
               WHEN 3
                  PERFORM DELETE-A-PROJECT
           END-EVALUATE.

       ADD-A-PROJECT.
           DISPLAY "ENTER THE PROJECT CODE ".
           ACCEPT PROJ-CODE.
           IF PROJ-CODE = SPACES
              DISPLAY "A PROJECT NEEDS A CODE - NOTHING SAVED"
           ELSE
              DISPLAY "ENTER THE PROJECT NAME "
              ACCEPT PROJ-NAME
              PERFORM ACCEPT-PROJECT-BILLING
              WRITE PROJECT-RECORD
                  INVALID KEY
                     REWRITE PROJECT-RECORD
                     END-REWRITE
                     DISPLAY "PROJECT " PROJ-CODE " RENAMED"
                  NOT INVALID KEY
                     DISPLAY "PROJECT " PROJ-CODE " ADDED"
              END-WRITE
           END-IF.

       ACCEPT-PROJECT-BILLING.
           DISPLAY "ENTER THE CLIENT CONTACT ID, OR 0 FOR NO CLIENT ".
           ACCEPT PROJ-CLIENT-ID.
           IF PROJ-CLIENT-ID NOT NUMERIC
              MOVE 0 TO PROJ-CLIENT-ID
           END-IF.
           IF PROJ-CLIENT-ID NOT = 0
              MOVE PROJ-CLIENT-ID TO CONTACT-ID
              READ CONTACT-FILE
                  INVALID KEY
                     DISPLAY "CONTACT NOT ON FILE - NO CLIENT SET"
                     MOVE 0 TO PROJ-CLIENT-ID
                  NOT INVALID KEY
                     PERFORM RESOLVE-CONTACT-VIEW
                     DISPLAY "  CLIENT: " WS-CV-NAME
              END-READ
           END-IF.
           MOVE 0 TO PROJ-RATE.
           IF PROJ-CLIENT-ID NOT = 0
              DISPLAY "ENTER THE HOURLY RATE, E.G. 85.50 "
              MOVE SPACES TO WS-DEC-ENTRY
              ACCEPT WS-DEC-ENTRY
              PERFORM PARSE-DECIMAL-ENTRY
              IF DEC-OK
                 COMPUTE PROJ-RATE = WS-CONV-NUMBER / 100
              ELSE
                 DISPLAY "THAT IS NOT A RATE - THE RATE IS LEFT AT 0"
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * PARSE-DECIMAL-ENTRY turns a typed figure such as 85, 85.5 or
      * 85.50 in WS-DEC-ENTRY into hundredths in WS-CONV-NUMBER (so
      * 8550 for all of 85.50), for rates and hour estimates alike.
      * DEC-OK drops for anything that is not digits with at most two
      * decimals, or for more than 99999.99.
      *-----------------------------------------------------------------
       PARSE-DECIMAL-ENTRY.
           MOVE 'N' TO WS-DEC-OK-SWITCH.
           MOVE SPACES TO WS-DEC-WHOLE.
           MOVE SPACES TO WS-DEC-CENTS.
           UNSTRING WS-DEC-ENTRY DELIMITED BY '.'
               INTO WS-DEC-WHOLE WS-DEC-CENTS
           END-UNSTRING.
           MOVE WS-DEC-WHOLE TO WS-CONV-FIELD.
           PERFORM CONVERT-FIELD-TO-NUMBER.
           IF CONV-OK AND WS-CONV-NUMBER NOT > 99999
              MOVE WS-CONV-NUMBER TO WS-DEC-UNITS
              IF WS-DEC-CENTS = SPACES
                 MOVE 'Y' TO WS-DEC-OK-SWITCH
                 COMPUTE WS-CONV-NUMBER = WS-DEC-UNITS * 100
              ELSE
                 IF WS-DEC-CENTS (3:8) = SPACES
                    IF WS-DEC-CENTS (2:1) = SPACE
                       MOVE '0' TO WS-DEC-CENTS (2:1)
                    END-IF
                    MOVE WS-DEC-CENTS TO WS-CONV-FIELD
                    PERFORM CONVERT-FIELD-TO-NUMBER
                    IF CONV-OK
                       MOVE 'Y' TO WS-DEC-OK-SWITCH
                       COMPUTE WS-CONV-NUMBER =
                          WS-DEC-UNITS * 100 + WS-CONV-NUMBER
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LIST-PROJECTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE SPACES TO PROJ-CODE.
           START PROJECT-FILE KEY IS NOT LESS THAN PROJ-CODE
               INVALID KEY
                  DISPLAY "NO PROJECTS REGISTERED"
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-PROJECT
              IF END-OF-FILE
                 DISPLAY "NO PROJECTS REGISTERED"
              ELSE
                 PERFORM PROJECT-LIST-LOOP UNTIL END-OF-FILE
              END-IF
           END-IF.

       PROJECT-LIST-LOOP.
           IF PROJ-CLIENT-ID NOT NUMERIC
              MOVE 0 TO PROJ-CLIENT-ID
           END-IF.
           IF PROJ-RATE NOT NUMERIC
              MOVE 0 TO PROJ-RATE
           END-IF.
           IF PROJ-CLIENT-ID = 0
              DISPLAY "  " PROJ-CODE " " PROJ-NAME " NOT BILLED"
           ELSE
              MOVE PROJ-RATE TO WS-RATE-SHOW
              DISPLAY "  " PROJ-CODE " " PROJ-NAME " CLIENT "
                 PROJ-CLIENT-ID " RATE " WS-RATE-SHOW
           END-IF.
           PERFORM READ-NEXT-PROJECT.

       DELETE-A-PROJECT.
           DISPLAY "ENTER THE PROJECT CODE TO DELETE ".
           ACCEPT PROJ-CODE.
           READ PROJECT-FILE
               INVALID KEY
                  DISPLAY "PROJECT NOT FOUND"
               NOT INVALID KEY
                  DELETE PROJECT-FILE RECORD
                      INVALID KEY
                         DISPLAY "COULD NOT DELETE THE PROJECT"
                      NOT INVALID KEY
                         DISPLAY "PROJECT DELETED - TASKS KEEP THE "
                                 "CODE THEY CARRY"
                  END-DELETE
           END-READ.

       READ-NEXT-PROJECT.
           READ PROJECT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-EOF-SWITCH
           END-READ.
           IF WS-PROJ-FILE-STATUS NOT = '00'
              AND WS-PROJ-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-EOF-SWITCH.

      *-----------------------------------------------------------------
      * CHECK-PROJ-CODE verifies the code in WS-PROJ-CHECK-CODE is in
      * the project register - spaces always pass, they mean "no
      * project", the same way a zero day link means "no day".
      * VALIDATE-TASK-PROJ-CODE wraps it for the task capture
      * screens: an unknown code is cleared rather than saved.
      *-----------------------------------------------------------------
       CHECK-PROJ-CODE.
           MOVE 'N' TO WS-PROJ-OK-SWITCH.
           IF WS-PROJ-CHECK-CODE = SPACES
              MOVE 'Y' TO WS-PROJ-OK-SWITCH
           ELSE
              MOVE WS-PROJ-CHECK-CODE TO PROJ-CODE
              READ PROJECT-FILE
                  INVALID KEY
                     MOVE 'N' TO WS-PROJ-OK-SWITCH
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-PROJ-OK-SWITCH
              END-READ
           END-IF.

       VALIDATE-TASK-PROJ-CODE.
           MOVE TASK-PROJ-CODE TO WS-PROJ-CHECK-CODE.
           PERFORM CHECK-PROJ-CODE.
           IF NOT PROJ-CODE-OK
              DISPLAY "PROJECT NOT ON FILE - CODE CLEARED"
              MOVE SPACES TO TASK-PROJ-CODE
           END-IF.

      *-----------------------------------------------------------------
      * SUMMARY-REPORT gives counts instead of a raw record-by-record
      * dump: how many contacts, how many day entries and how many
      * tasks fall into each workflow status.
      *-----------------------------------------------------------------
       SUMMARY-REPORT.
             PERFORM SPACE-BETWEEN-TEXT
             MOVE 0 TO WS-CNT-CONTACTS.
             MOVE 0 TO WS-CNT-DAY-ENTRIES.
             MOVE 0 TO WS-CNT-TASK-PENDING.
             MOVE 0 TO WS-CNT-TASK-IN-PROGRESS.
             MOVE 0 TO WS-CNT-TASK-DONE.
             MOVE 0 TO WS-CNT-TASK-CANCELLED.
             MOVE 0 TO WS-PROJ-TAB-COUNT.

             MOVE 'N' TO WS-EOF-SWITCH.
             MOVE ZEROS TO CONTACT-ID.
             START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
                 INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
             END-START.
             IF NOT END-OF-FILE
                PERFORM READ-NEXT-CONTACT
                PERFORM COUNT-A-CONTACT UNTIL END-OF-FILE.

             MOVE 'N' TO WS-EOF-SWITCH.
             MOVE ZEROS TO DAY-ID.
             START DAY-FILE KEY IS NOT LESS THAN DAY-ID
                 INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
             END-START.
             IF NOT END-OF-FILE
                PERFORM READ-NEXT-DAY
                PERFORM COUNT-A-DAY-ENTRY UNTIL END-OF-FILE.

             MOVE 'N' TO WS-EOF-SWITCH.
             MOVE ZEROS TO TASK-ID.
             START TASK-FILE KEY IS NOT LESS THAN TASK-ID
                 INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
             END-START.
             IF NOT END-OF-FILE
                PERFORM READ-NEXT-TASK
                PERFORM COUNT-A-TASK UNTIL END-OF-FILE.

             DISPLAY "-------- DIARY SUMMARY --------".
             DISPLAY "CONTACTS REGISTERED: " WS-CNT-CONTACTS.
             DISPLAY "DAY ENTRIES REGISTERED: " WS-CNT-DAY-ENTRIES.
             DISPLAY "TASKS PENDING: " WS-CNT-TASK-PENDING.
             DISPLAY "TASKS IN PROGRESS: " WS-CNT-TASK-IN-PROGRESS.
             DISPLAY "TASKS DONE: " WS-CNT-TASK-DONE.
             DISPLAY "TASKS CANCELLED: " WS-CNT-TASK-CANCELLED.
             IF WS-PROJ-TAB-COUNT > 0
                DISPLAY "TASKS BY PROJECT:"
                PERFORM SUMMARY-PROJECT-LINE
                   VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-TAB-COUNT
             END-IF.

       SUMMARY-PROJECT-LINE.
             DISPLAY "  " WS-PROJ-TAB-CODE (WS-PROJ-IDX)
                " TASKS: " WS-PROJ-TAB-CNT (WS-PROJ-IDX)
                " OPEN: " WS-PROJ-TAB-OPEN (WS-PROJ-IDX).

       COUNT-A-CONTACT.
             ADD 1 TO WS-CNT-CONTACTS.
             PERFORM READ-NEXT-CONTACT.

       COUNT-A-DAY-ENTRY.
             ADD 1 TO WS-CNT-DAY-ENTRIES.
             PERFORM READ-NEXT-DAY.

       COUNT-A-TASK.
             EVALUATE TRUE
                 WHEN TASK-PENDING
                    ADD 1 TO WS-CNT-TASK-PENDING
                 WHEN TASK-IN-PROGRESS
                    ADD 1 TO WS-CNT-TASK-IN-PROGRESS
                 WHEN TASK-DONE
                    ADD 1 TO WS-CNT-TASK-DONE
                 WHEN TASK-CANCELLED
                    ADD 1 TO WS-CNT-TASK-CANCELLED
             END-EVALUATE.
             PERFORM TALLY-PROJECT-COUNT.
             PERFORM READ-NEXT-TASK.

      *-----------------------------------------------------------------
      * TALLY-PROJECT-COUNT buckets the task in the record area into
      * the per-project table - tasks without a code land in the
      * "(NONE)" bucket. The lookup-or-append idiom is the one the
      * timesheet task table already uses.
      *-----------------------------------------------------------------
       TALLY-PROJECT-COUNT.
             IF TASK-PROJ-CODE = SPACES
                MOVE "(NONE)" TO WS-PROJ-WORK-CODE
             ELSE
                MOVE TASK-PROJ-CODE TO WS-PROJ-WORK-CODE
             END-IF.
             MOVE 'N' TO WS-PROJ-FOUND-SWITCH.
             PERFORM SEEK-PROJ-SLOT
                VARYING WS-PROJ-IDX FROM 1 BY 1
                UNTIL WS-PROJ-IDX > WS-PROJ-TAB-COUNT
                   OR PROJ-SLOT-FOUND.
             IF NOT PROJ-SLOT-FOUND
                AND WS-PROJ-TAB-COUNT < 50
                ADD 1 TO WS-PROJ-TAB-COUNT
                MOVE WS-PROJ-WORK-CODE
                   TO WS-PROJ-TAB-CODE (WS-PROJ-TAB-COUNT)
                MOVE 1 TO WS-PROJ-TAB-CNT (WS-PROJ-TAB-COUNT)
                IF TASK-PENDING OR TASK-IN-PROGRESS
                   MOVE 1 TO WS-PROJ-TAB-OPEN (WS-PROJ-TAB-COUNT)
                ELSE
                   MOVE 0 TO WS-PROJ-TAB-OPEN (WS-PROJ-TAB-COUNT)
                END-IF
             END-IF.

       SEEK-PROJ-SLOT.
             IF WS-PROJ-TAB-CODE (WS-PROJ-IDX) = WS-PROJ-WORK-CODE
                MOVE 'Y' TO WS-PROJ-FOUND-SWITCH
                ADD 1 TO WS-PROJ-TAB-CNT (WS-PROJ-IDX)
                IF TASK-PENDING OR TASK-IN-PROGRESS
                   ADD 1 TO WS-PROJ-TAB-OPEN (WS-PROJ-IDX)
                END-IF
             END-IF.

      *-----------------------------------------------------------------
      * EXPORT-DIARY-DATA writes every contact, task and day entry out
      * as a comma-separated flat file, one per record type, so the
      * diary can be opened in a spreadsheet instead of read off the
      * screen.
      *-----------------------------------------------------------------
       EXPORT-DIARY-DATA.
             PERFORM SPACE-BETWEEN-TEXT
             OPEN OUTPUT EXPORT-CONTACT-FILE.
             MOVE SPACES TO EXPORT-CONTACT-RECORD.
             STRING
                 "ID,NAME,BIRTHDATE,PHONE,HOUSE,STREET,CITY,COUNTRY,"
                 DELIMITED BY SIZE
                 "EMAIL,INSTAGRAM,DAY-ID,DIR-ID" DELIMITED BY SIZE
                 INTO EXPORT-CONTACT-RECORD
             END-STRING.
             WRITE EXPORT-CONTACT-RECORD.

             MOVE 'N' TO WS-EOF-SWITCH.
             MOVE ZEROS TO CONTACT-ID.
             START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
                 INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
             END-START.
             IF NOT END-OF-FILE
                PERFORM READ-NEXT-CONTACT
                PERFORM EXPORT-A-CONTACT UNTIL END-OF-FILE.
             CLOSE EXPORT-CONTACT-FILE.

             OPEN OUTPUT EXPORT-TASK-FILE.
             MOVE SPACES TO EXPORT-TASK-RECORD.
             STRING
                 "ID,NAME,DESCRIPTION,STATUS,STATUS-DESC,DUE-DATE,"
                 DELIMITED BY SIZE
                 "PRIORITY,DAY-ID,RECUR,RECUR-END,PRED1,PRED2,"
                 DELIMITED BY SIZE
                 "PRED3,PROJECT,ESTIMATE" DELIMITED BY SIZE
                 INTO EXPORT-TASK-RECORD
             END-STRING.
             WRITE EXPORT-TASK-RECORD.

             MOVE 'N' TO WS-EOF-SWITCH.
             MOVE ZEROS TO TASK-ID.
             START TASK-FILE KEY IS NOT LESS THAN TASK-ID
                 INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
             END-START.
             IF NOT END-OF-FILE
                PERFORM READ-NEXT-TASK
                PERFORM EXPORT-A-TASK UNTIL END-OF-FILE.
             CLOSE EXPORT-TASK-FILE.

             OPEN OUTPUT EXPORT-DAY-FILE.
             MOVE "ID,DATE,DESCRIPTION" TO EXPORT-DAY-RECORD.
             WRITE EXPORT-DAY-RECORD.

             MOVE 'N' TO WS-EOF-SWITCH.
             MOVE ZEROS TO DAY-ID.
             START DAY-FILE KEY IS NOT LESS THAN DAY-ID
                 INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
             END-START.
             IF NOT END-OF-FILE
                PERFORM READ-NEXT-DAY
                PERFORM EXPORT-A-DAY-ENTRY UNTIL END-OF-FILE.
             CLOSE EXPORT-DAY-FILE.

             DISPLAY "EXPORTED " WS-EXP-CONTACT-FILENAME.
             DISPLAY "EXPORTED " WS-EXP-TASK-FILENAME.
             DISPLAY "EXPORTED " WS-EXP-DAY-FILENAME.

      *    A linked contact is exported with its directory values, so
      *    the spreadsheet shows what the diary shows; the DIR-ID
      *    column lets the import link it again.
       EXPORT-A-CONTACT.
             PERFORM RESOLVE-CONTACT-VIEW.
             MOVE SPACES TO EXPORT-CONTACT-RECORD.
             STRING
                 CONTACT-ID           DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 WS-CV-NAME           DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 CONTACT-BIRTHDATE    DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 WS-CV-PHONE          DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 WS-CV-HOUSE          DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 WS-CV-STREET         DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 WS-CV-CITY           DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 WS-CV-COUNTRY        DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 WS-CV-EMAIL          DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 CONTACT-INSTAGRAM    DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 CONTACT-DAY-ID       DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 WS-CV-DIR-ID         DELIMITED BY SIZE
                 INTO EXPORT-CONTACT-RECORD
             END-STRING.
             WRITE EXPORT-CONTACT-RECORD.
             PERFORM READ-NEXT-CONTACT.

       EXPORT-A-TASK.
             IF TASK-EST-HOURS NOT NUMERIC
                MOVE 0 TO TASK-EST-HOURS.
             MOVE TASK-EST-HOURS TO WS-FC-CSV-EST.
             MOVE SPACES TO EXPORT-TASK-RECORD.
             STRING
                 TASK-ID              DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 TASK-NAME            DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 TASK-DESCRIPTION     DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 TASK-STATUS          DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 TASK-ST-DESCTIP      DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 TASK-DUE-DATE        DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 TASK-PRIORITY        DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 TASK-DAY-ID          DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 TASK-RECUR           DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 TASK-RECUR-END       DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 TASK-PRED-ID (1)     DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 TASK-PRED-ID (2)     DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 TASK-PRED-ID (3)     DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 TASK-PROJ-CODE       DELIMITED BY SPACE
                 ","                  DELIMITED BY SIZE
                 WS-FC-CSV-EST        DELIMITED BY SIZE
                 INTO EXPORT-TASK-RECORD
             END-STRING.
             WRITE EXPORT-TASK-RECORD.
             PERFORM READ-NEXT-TASK.

       EXPORT-A-DAY-ENTRY.
             MOVE SPACES TO EXPORT-DAY-RECORD.
             STRING
                 DAY-ID               DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 DAY-DATE             DELIMITED BY SIZE
                 ","                  DELIMITED BY SIZE
                 DAY-DESCRIPTION      DELIMITED BY SPACE
                 INTO EXPORT-DAY-RECORD
             END-STRING.
             WRITE EXPORT-DAY-RECORD.
             PERFORM READ-NEXT-DAY.

      *-----------------------------------------------------------------
      * CARD-INTERCHANGE writes the open tasks as an iCalendar file
      * (<user>_TASKS.ICS, one VTODO per task) and the contacts as a
      * vCard 3.0 address book (<user>_CONTACTS.VCF), so phones and
      * mail clients can read the diary, and loads contacts back from
      * a vCard file the way the CSV import does: fresh IDs, and
      * every card that cannot be loaded goes to the reject file with
      * its reason code.
      *-----------------------------------------------------------------
       CARD-INTERCHANGE.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "1 - EXPORT OPEN TASKS TO " WS-ICS-FILENAME.
           DISPLAY "2 - EXPORT CONTACTS TO " WS-VCF-FILENAME.
           DISPLAY "3 - IMPORT CONTACTS FROM " WS-VCF-FILENAME.
           DISPLAY "0 - BACK ".
           ACCEPT WS-CARD-CHOICE.
           EVALUATE WS-CARD-CHOICE
               WHEN 1
                  PERFORM EXPORT-TASKS-ICS
               WHEN 2
                  PERFORM EXPORT-CONTACTS-VCF
               WHEN 3
                  PERFORM IMPORT-CONTACTS-VCF
           END-EVALUATE.

       EXPORT-TASKS-ICS.
           MOVE 0 TO WS-CNT-ICS-TASKS.
           OPEN OUTPUT CALENDAR-FILE.
           IF NOT CARD-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-ICS-FILENAME
              DISPLAY "FILE STATUS " WS-CARD-FILE-STATUS
           ELSE
              MOVE 'I' TO WS-CARD-TARGET
              ACCEPT WS-ICS-TIME-NOW FROM TIME
              MOVE SPACES TO WS-ICS-STAMP
              STRING WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                     "T" DELIMITED BY SIZE
                     WS-ICS-TIME-NOW (1:6) DELIMITED BY SIZE
                     "Z" DELIMITED BY SIZE
                 INTO WS-ICS-STAMP
              END-STRING
      *       The user key goes into every UID, with its spaces
      *       turned into dashes.
              MOVE SPACES TO WS-ICS-USER
              MOVE WS-USER-KEY (1:WS-NAME-LEN) TO WS-ICS-USER
              INSPECT WS-ICS-USER (1:WS-NAME-LEN)
                 REPLACING ALL SPACE BY "-"
              MOVE "BEGIN:VCALENDAR" TO WS-CARD-LINE
              PERFORM WRITE-CARD-LINE
              MOVE "VERSION:2.0" TO WS-CARD-LINE
              PERFORM WRITE-CARD-LINE
              MOVE "PRODID:-//MY-DIARY//TASKS//EN" TO WS-CARD-LINE
              PERFORM WRITE-CARD-LINE
              MOVE 'N' TO WS-EOF-SWITCH
              MOVE ZEROS TO TASK-ID
              START TASK-FILE KEY IS NOT LESS THAN TASK-ID
                  INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
              END-START
              IF NOT END-OF-FILE
                 PERFORM READ-NEXT-TASK
                 PERFORM EXPORT-A-TASK-ICS UNTIL END-OF-FILE
              END-IF
              MOVE "END:VCALENDAR" TO WS-CARD-LINE
              PERFORM WRITE-CARD-LINE
              CLOSE CALENDAR-FILE
              DISPLAY "EXPORTED " WS-ICS-FILENAME
              DISPLAY "OPEN TASKS WRITTEN: " WS-CNT-ICS-TASKS
           END-IF.

       EXPORT-A-TASK-ICS.
           IF TASK-PENDING OR TASK-IN-PROGRESS
              ADD 1 TO WS-CNT-ICS-TASKS
              MOVE "BEGIN:VTODO" TO WS-CARD-LINE
              PERFORM WRITE-CARD-LINE
              MOVE SPACES TO WS-CARD-LINE
              STRING "UID:" DELIMITED BY SIZE
                     TASK-ID DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-ICS-USER DELIMITED BY SPACE
                     "@MY-DIARY" DELIMITED BY SIZE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
              MOVE SPACES TO WS-CARD-LINE
              STRING "DTSTAMP:" DELIMITED BY SIZE
                     WS-ICS-STAMP DELIMITED BY SPACE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
              MOVE TASK-NAME TO WS-ESC-IN
              PERFORM ESCAPE-CARD-TEXT
              MOVE SPACES TO WS-CARD-LINE
              STRING "SUMMARY:" DELIMITED BY SIZE
                     WS-ESC-OUT DELIMITED BY SIZE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
              IF TASK-DESCRIPTION NOT = SPACES
                 MOVE TASK-DESCRIPTION TO WS-ESC-IN
                 PERFORM ESCAPE-CARD-TEXT
                 MOVE SPACES TO WS-CARD-LINE
                 STRING "DESCRIPTION:" DELIMITED BY SIZE
                        WS-ESC-OUT DELIMITED BY SIZE
                    INTO WS-CARD-LINE
                 END-STRING
                 PERFORM WRITE-CARD-LINE
              END-IF
              IF TASK-DUE-DATE IS NUMERIC
                 MOVE SPACES TO WS-CARD-LINE
                 STRING "DUE;VALUE=DATE:" DELIMITED BY SIZE
                        TASK-DUE-DATE DELIMITED BY SIZE
                    INTO WS-CARD-LINE
                 END-STRING
                 PERFORM WRITE-CARD-LINE
              END-IF
      *       iCalendar priorities run 1 (highest) to 9; urgent
      *       tasks go out as 1 and normal ones as the middle 5.
              IF TASK-URGENT
                 MOVE "1" TO WS-ICS-PRIORITY
              ELSE
                 MOVE "5" TO WS-ICS-PRIORITY
              END-IF
              MOVE SPACES TO WS-CARD-LINE
              STRING "PRIORITY:" DELIMITED BY SIZE
                     WS-ICS-PRIORITY DELIMITED BY SIZE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
              IF TASK-IN-PROGRESS
                 MOVE "IN-PROCESS" TO WS-ICS-STATUS
              ELSE
                 MOVE "NEEDS-ACTION" TO WS-ICS-STATUS
              END-IF
              MOVE SPACES TO WS-CARD-LINE
              STRING "STATUS:" DELIMITED BY SIZE
                     WS-ICS-STATUS DELIMITED BY SPACE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
              IF TASK-PROJ-CODE NOT = SPACES
                 MOVE TASK-PROJ-CODE TO WS-ESC-IN
                 PERFORM ESCAPE-CARD-TEXT
                 MOVE SPACES TO WS-CARD-LINE
                 STRING "CATEGORIES:" DELIMITED BY SIZE
                        WS-ESC-OUT DELIMITED BY SIZE
                    INTO WS-CARD-LINE
                 END-STRING
                 PERFORM WRITE-CARD-LINE
              END-IF
              MOVE "END:VTODO" TO WS-CARD-LINE
              PERFORM WRITE-CARD-LINE
           END-IF.
           PERFORM READ-NEXT-TASK.

      *    A linked contact goes out with its directory values, the
      *    same as in the CSV export.
       EXPORT-CONTACTS-VCF.
           MOVE 0 TO WS-CNT-VCF-CONTACTS.
           OPEN OUTPUT VCARD-FILE.
           IF NOT CARD-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-VCF-FILENAME
              DISPLAY "FILE STATUS " WS-CARD-FILE-STATUS
           ELSE
              MOVE 'V' TO WS-CARD-TARGET
              MOVE 'N' TO WS-EOF-SWITCH
              MOVE ZEROS TO CONTACT-ID
              START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
                  INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
              END-START
              IF NOT END-OF-FILE
                 PERFORM READ-NEXT-CONTACT
                 PERFORM EXPORT-A-CONTACT-VCF UNTIL END-OF-FILE
              END-IF
              CLOSE VCARD-FILE
              DISPLAY "EXPORTED " WS-VCF-FILENAME
              DISPLAY "CONTACTS WRITTEN: " WS-CNT-VCF-CONTACTS
           END-IF.

       EXPORT-A-CONTACT-VCF.
           PERFORM RESOLVE-CONTACT-VIEW.
           ADD 1 TO WS-CNT-VCF-CONTACTS.
           MOVE "BEGIN:VCARD" TO WS-CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           MOVE "VERSION:3.0" TO WS-CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           MOVE WS-CV-NAME TO WS-ESC-IN.
           PERFORM ESCAPE-CARD-TEXT.
           MOVE SPACES TO WS-CARD-LINE.
           STRING "FN:" DELIMITED BY SIZE
                  WS-ESC-OUT DELIMITED BY SIZE
              INTO WS-CARD-LINE
           END-STRING.
           PERFORM WRITE-CARD-LINE.
           MOVE SPACES TO WS-CARD-LINE.
           STRING "N:" DELIMITED BY SIZE
                  WS-ESC-OUT DELIMITED BY "  "
                  ";;;;" DELIMITED BY SIZE
              INTO WS-CARD-LINE
           END-STRING.
           PERFORM WRITE-CARD-LINE.
           MOVE SPACES TO WS-CARD-LINE.
           STRING "UID:" DELIMITED BY SIZE
                  CONTACT-ID DELIMITED BY SIZE
                  "@MY-DIARY" DELIMITED BY SIZE
              INTO WS-CARD-LINE
           END-STRING.
           PERFORM WRITE-CARD-LINE.
           IF WS-CV-PHONE NOT = 0
              MOVE SPACES TO WS-CARD-LINE
              STRING "TEL;TYPE=VOICE:" DELIMITED BY SIZE
                     WS-CV-PHONE DELIMITED BY SIZE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
           END-IF.
           IF WS-CV-EMAIL NOT = SPACES
              MOVE WS-CV-EMAIL TO WS-ESC-IN
              PERFORM ESCAPE-CARD-TEXT
              MOVE SPACES TO WS-CARD-LINE
              STRING "EMAIL;TYPE=INTERNET:" DELIMITED BY SIZE
                     WS-ESC-OUT DELIMITED BY SIZE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
           END-IF.
           IF WS-CV-STREET NOT = SPACES OR WS-CV-CITY NOT = SPACES
              OR WS-CV-COUNTRY NOT = SPACES OR WS-CV-HOUSE NOT = 0
              PERFORM EXPORT-CONTACT-ADR
           END-IF.
           IF CONTACT-BIRTHDATE IS NUMERIC
              MOVE SPACES TO WS-VCF-BDAY
              STRING CONTACT-BIRTHDATE (1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     CONTACT-BIRTHDATE (5:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     CONTACT-BIRTHDATE (7:2) DELIMITED BY SIZE
                 INTO WS-VCF-BDAY
              END-STRING
              MOVE SPACES TO WS-CARD-LINE
              STRING "BDAY:" DELIMITED BY SIZE
                     WS-VCF-BDAY DELIMITED BY SIZE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
           END-IF.
           IF CONTACT-INSTAGRAM NOT = SPACES
              MOVE CONTACT-INSTAGRAM TO WS-ESC-IN
              PERFORM ESCAPE-CARD-TEXT
              MOVE SPACES TO WS-CARD-LINE
              STRING "X-INSTAGRAM:" DELIMITED BY SIZE
                     WS-ESC-OUT DELIMITED BY SIZE
                 INTO WS-CARD-LINE
              END-STRING
              PERFORM WRITE-CARD-LINE
           END-IF.
           MOVE "END:VCARD" TO WS-CARD-LINE.
           PERFORM WRITE-CARD-LINE.
           PERFORM READ-NEXT-CONTACT.

      *    ADR components: post box;extended;street;city;region;
      *    post code;country - the diary fills street, city and
      *    country, with the house number in front of the street.
       EXPORT-CONTACT-ADR.
           MOVE SPACES TO WS-ESC-IN.
           IF WS-CV-HOUSE NOT = 0
              MOVE WS-CV-HOUSE TO WS-VCF-HOUSE
              STRING WS-VCF-HOUSE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-CV-STREET DELIMITED BY SIZE
                 INTO WS-ESC-IN
              END-STRING
              PERFORM DROP-LEADING-SPACES
           ELSE
              MOVE WS-CV-STREET TO WS-ESC-IN
           END-IF.
           PERFORM ESCAPE-CARD-TEXT.
           MOVE SPACES TO WS-CARD-LINE.
           STRING "ADR;TYPE=HOME:;;" DELIMITED BY SIZE
                  WS-ESC-OUT DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
              INTO WS-CARD-LINE
           END-STRING.
           MOVE WS-CV-CITY TO WS-ESC-IN.
           PERFORM ESCAPE-CARD-TEXT.
           MOVE 400 TO WS-CARD-LEN.
           PERFORM TRIM-CARD-LEN
              UNTIL WS-CARD-LEN = 0
                 OR WS-CARD-LINE (WS-CARD-LEN:1) NOT = SPACE.
           ADD 1 TO WS-CARD-LEN.
           STRING WS-ESC-OUT DELIMITED BY "  "
                  ";;;" DELIMITED BY SIZE
              INTO WS-CARD-LINE
              WITH POINTER WS-CARD-LEN
           END-STRING.
           MOVE WS-CV-COUNTRY TO WS-ESC-IN.
           PERFORM ESCAPE-CARD-TEXT.
           STRING WS-ESC-OUT DELIMITED BY "  "
              INTO WS-CARD-LINE
              WITH POINTER WS-CARD-LEN
           END-STRING.
           PERFORM WRITE-CARD-LINE.

       DROP-LEADING-SPACES.
           MOVE 1 TO WS-ESC-IDX.
           PERFORM STEP-ESC-IDX
              UNTIL WS-ESC-IDX > 60
                 OR WS-ESC-IN (WS-ESC-IDX:1) NOT = SPACE.
           IF WS-ESC-IDX > 1 AND WS-ESC-IDX NOT > 60
              MOVE WS-ESC-IN (WS-ESC-IDX:) TO WS-ESC-OUT
              MOVE WS-ESC-OUT TO WS-ESC-IN
           END-IF.

       STEP-ESC-IDX.
           ADD 1 TO WS-ESC-IDX.

      *-----------------------------------------------------------------
      * ESCAPE-CARD-TEXT copies WS-ESC-IN to WS-ESC-OUT with a
      * backslash put in front of every comma, semicolon and
      * backslash, as both formats require in text values.
      *-----------------------------------------------------------------
       ESCAPE-CARD-TEXT.
           MOVE SPACES TO WS-ESC-OUT.
           MOVE 0 TO WS-ESC-OUT-LEN.
           MOVE 200 TO WS-ESC-IN-LEN.
           PERFORM TRIM-ESC-IN-LEN
              UNTIL WS-ESC-IN-LEN = 0
                 OR WS-ESC-IN (WS-ESC-IN-LEN:1) NOT = SPACE.
           PERFORM ESCAPE-ONE-CHAR
              VARYING WS-ESC-IDX FROM 1 BY 1
              UNTIL WS-ESC-IDX > WS-ESC-IN-LEN.

       TRIM-ESC-IN-LEN.
           SUBTRACT 1 FROM WS-ESC-IN-LEN.

       ESCAPE-ONE-CHAR.
           MOVE WS-ESC-IN (WS-ESC-IDX:1) TO WS-ESC-CHAR.
           IF WS-ESC-CHAR = "," OR WS-ESC-CHAR = ";"
              OR WS-ESC-CHAR = "\"
              ADD 1 TO WS-ESC-OUT-LEN
              MOVE "\" TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
           END-IF.
           ADD 1 TO WS-ESC-OUT-LEN.
           MOVE WS-ESC-CHAR TO WS-ESC-OUT (WS-ESC-OUT-LEN:1).

      *-----------------------------------------------------------------
      * WRITE-CARD-LINE writes WS-CARD-LINE to the calendar or vCard
      * file (WS-CARD-TARGET), folded as both formats want: at most
      * 75 characters a line, each continuation starting with one
      * space. A piece is never cut just after a space, because the
      * line-sequential write would drop it as trailing padding.
      *-----------------------------------------------------------------
       WRITE-CARD-LINE.
           MOVE 400 TO WS-CARD-LEN.
           PERFORM TRIM-CARD-LEN
              UNTIL WS-CARD-LEN = 0
                 OR WS-CARD-LINE (WS-CARD-LEN:1) NOT = SPACE.
           MOVE 1 TO WS-CARD-POS.
           MOVE 75 TO WS-CARD-CHUNK.
           PERFORM WRITE-CARD-PIECE UNTIL WS-CARD-POS > WS-CARD-LEN.

       TRIM-CARD-LEN.
           SUBTRACT 1 FROM WS-CARD-LEN.

       WRITE-CARD-PIECE.
           IF WS-CARD-POS + WS-CARD-CHUNK - 1 > WS-CARD-LEN
              COMPUTE WS-CARD-CHUNK = WS-CARD-LEN - WS-CARD-POS + 1
           ELSE
              PERFORM SHORTEN-CARD-CHUNK
                 UNTIL WS-CARD-CHUNK = 1
                    OR WS-CARD-LINE
                       (WS-CARD-POS + WS-CARD-CHUNK - 1:1) NOT = SPACE
           END-IF.
           MOVE SPACES TO WS-CARD-PIECE.
           IF WS-CARD-POS = 1
              MOVE WS-CARD-LINE (1:WS-CARD-CHUNK) TO WS-CARD-PIECE
           ELSE
              MOVE WS-CARD-LINE (WS-CARD-POS:WS-CARD-CHUNK)
                 TO WS-CARD-PIECE (2:)
           END-IF.
           IF CARD-TO-ICS
              MOVE WS-CARD-PIECE TO CALENDAR-RECORD
              WRITE CALENDAR-RECORD
           ELSE
              MOVE WS-CARD-PIECE TO VCARD-RECORD
              WRITE VCARD-RECORD
           END-IF.
           ADD WS-CARD-CHUNK TO WS-CARD-POS.
           MOVE 74 TO WS-CARD-CHUNK.

       SHORTEN-CARD-CHUNK.
           SUBTRACT 1 FROM WS-CARD-CHUNK.

      *-----------------------------------------------------------------
      * IMPORT-CONTACTS-VCF reads the vCard file a line at a time.
      * A line starting with a space or tab continues the one before
      * it, so each line is held in WS-VC-PENDING until the next one
      * shows it is complete. Properties are matched on their name
      * (any group prefix such as ITEM1. dropped); FN or N, TEL,
      * EMAIL, ADR, BDAY and X-INSTAGRAM are used, the first of each
      * kind in a card, and anything else is passed over.
      *-----------------------------------------------------------------
       IMPORT-CONTACTS-VCF.
           MOVE 0 TO WS-CNT-IMP-CONTACTS.
           MOVE 0 TO WS-CNT-IMP-REJECTS.
           MOVE 0 TO WS-CNT-VCF-CARDS.
           OPEN INPUT VCARD-FILE.
           IF NOT CARD-FILE-OK
              DISPLAY "NO " WS-VCF-FILENAME " TO IMPORT"
           ELSE
              OPEN OUTPUT REJECT-FILE
              IF NOT REJECT-FILE-OK
                 DISPLAY "COULD NOT OPEN " WS-REJECT-FILENAME
              ELSE
                 MOVE "REASON,ORIGINAL CARD" TO REJECT-RECORD
                 WRITE REJECT-RECORD
                 MOVE 'N' TO WS-VC-CARD-SWITCH
                 MOVE SPACES TO WS-VC-PENDING
                 MOVE 0 TO WS-VC-PENDING-LEN
                 MOVE 'N' TO WS-VC-EOF-SWITCH
                 PERFORM IMPORT-VCF-LOOP UNTIL VC-AT-END
                 IF WS-VC-PENDING-LEN > 0
                    PERFORM IMPORT-VCF-PROPERTY
                 END-IF
                 IF VC-IN-CARD
                    MOVE "UNENDED-CARD" TO WS-IMP-REASON
                    PERFORM REJECT-VCARD
                 END-IF
                 CLOSE REJECT-FILE
                 DISPLAY "CARDS READ: " WS-CNT-VCF-CARDS
                 DISPLAY "CONTACTS LOADED: " WS-CNT-IMP-CONTACTS
                 DISPLAY "CARDS REJECTED: " WS-CNT-IMP-REJECTS
                 IF WS-CNT-IMP-REJECTS > 0
                    DISPLAY "SEE " WS-REJECT-FILENAME
                 END-IF
                 MOVE SPACES TO WS-AUD-LINE
                 MOVE "IMPORT" TO WS-AUD-EVENT
                 STRING "VCARD CONTACTS " DELIMITED BY SIZE
                        WS-CNT-IMP-CONTACTS DELIMITED BY SIZE
                        " REJECTED " DELIMITED BY SIZE
                        WS-CNT-IMP-REJECTS DELIMITED BY SIZE
                    INTO WS-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT-ENTRY
              END-IF
              CLOSE VCARD-FILE
           END-IF.

       IMPORT-VCF-LOOP.
           READ VCARD-FILE
               AT END MOVE 'Y' TO WS-VC-EOF-SWITCH
               NOT AT END PERFORM IMPORT-VCF-LINE
           END-READ.

       IMPORT-VCF-LINE.
           MOVE 400 TO WS-VC-LINE-LEN.
           PERFORM TRIM-VC-LINE-LEN
              UNTIL WS-VC-LINE-LEN = 0
                 OR VCARD-RECORD (WS-VC-LINE-LEN:1) NOT = SPACE.
           IF WS-VC-LINE-LEN > 1
              AND (VCARD-RECORD (1:1) = SPACE
                   OR VCARD-RECORD (1:1) = X"09")
              AND WS-VC-PENDING-LEN > 0
              IF WS-VC-PENDING-LEN + WS-VC-LINE-LEN - 1 NOT > 400
                 MOVE VCARD-RECORD (2:WS-VC-LINE-LEN - 1)
                    TO WS-VC-PENDING (WS-VC-PENDING-LEN + 1:)
                 COMPUTE WS-VC-PENDING-LEN =
                    WS-VC-PENDING-LEN + WS-VC-LINE-LEN - 1
              END-IF
           ELSE
              IF WS-VC-PENDING-LEN > 0
                 PERFORM IMPORT-VCF-PROPERTY
              END-IF
              MOVE VCARD-RECORD TO WS-VC-PENDING
              MOVE WS-VC-LINE-LEN TO WS-VC-PENDING-LEN
           END-IF.

       TRIM-VC-LINE-LEN.
           SUBTRACT 1 FROM WS-VC-LINE-LEN.

       IMPORT-VCF-PROPERTY.
           MOVE SPACES TO WS-VC-PROP-PART.
           MOVE SPACES TO WS-VC-VALUE.
           MOVE 1 TO WS-VC-PTR.
           UNSTRING WS-VC-PENDING DELIMITED BY ":"
               INTO WS-VC-PROP-PART
               WITH POINTER WS-VC-PTR
           END-UNSTRING.
           IF WS-VC-PTR NOT > 400
              MOVE WS-VC-PENDING (WS-VC-PTR:) TO WS-VC-VALUE
           END-IF.
           MOVE SPACES TO WS-VC-PROP-NAME.
           UNSTRING WS-VC-PROP-PART DELIMITED BY ";"
               INTO WS-VC-PROP-NAME
           END-UNSTRING.
           MOVE SPACES TO WS-VC-PROP-GROUP.
           MOVE SPACES TO WS-VC-PROP-BASE.
           UNSTRING WS-VC-PROP-NAME DELIMITED BY "."
               INTO WS-VC-PROP-GROUP WS-VC-PROP-BASE
           END-UNSTRING.
           IF WS-VC-PROP-BASE NOT = SPACES
              MOVE WS-VC-PROP-BASE TO WS-VC-PROP-NAME
           END-IF.
           INSPECT WS-VC-PROP-NAME
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN WS-VC-PROP-NAME = "BEGIN"
                  IF VC-IN-CARD
                     MOVE "UNENDED-CARD" TO WS-IMP-REASON
                     PERFORM REJECT-VCARD
                  END-IF
                  PERFORM START-VCARD
               WHEN NOT VC-IN-CARD
                  CONTINUE
               WHEN WS-VC-PROP-NAME = "END"
                  PERFORM FINISH-VCARD
                  MOVE 'N' TO WS-VC-CARD-SWITCH
               WHEN WS-VC-PROP-NAME = "FN" AND WS-VC-FN = SPACES
                  MOVE WS-VC-VALUE TO WS-VC-FN
               WHEN WS-VC-PROP-NAME = "N" AND WS-VC-N = SPACES
                  MOVE WS-VC-VALUE TO WS-VC-N
               WHEN WS-VC-PROP-NAME = "TEL" AND WS-VC-TEL = SPACES
                  MOVE WS-VC-VALUE TO WS-VC-TEL
               WHEN WS-VC-PROP-NAME = "EMAIL" AND WS-VC-EMAIL = SPACES
                  MOVE WS-VC-VALUE TO WS-VC-EMAIL
               WHEN WS-VC-PROP-NAME = "ADR" AND WS-VC-ADR = SPACES
                  MOVE WS-VC-VALUE TO WS-VC-ADR
               WHEN WS-VC-PROP-NAME = "BDAY" AND WS-VC-BDAY = SPACES
                  MOVE WS-VC-VALUE TO WS-VC-BDAY
               WHEN WS-VC-PROP-NAME = "X-INSTAGRAM"
                  AND WS-VC-INSTAGRAM = SPACES
                  MOVE WS-VC-VALUE TO WS-VC-INSTAGRAM
           END-EVALUATE.
           MOVE SPACES TO WS-VC-PENDING.
           MOVE 0 TO WS-VC-PENDING-LEN.

       START-VCARD.
           ADD 1 TO WS-CNT-VCF-CARDS.
           MOVE 'Y' TO WS-VC-CARD-SWITCH.
           MOVE SPACES TO WS-VC-FN.
           MOVE SPACES TO WS-VC-N.
           MOVE SPACES TO WS-VC-TEL.
           MOVE SPACES TO WS-VC-EMAIL.
           MOVE SPACES TO WS-VC-ADR.
           MOVE SPACES TO WS-VC-BDAY.
           MOVE SPACES TO WS-VC-INSTAGRAM.

      *-----------------------------------------------------------------
      * FINISH-VCARD checks one complete card and loads it as a new
      * contact or rejects it. Reason codes: NO-NAME (neither FN nor
      * N), BAD-PHONE (more than 11 digits, or anything but digits,
      * spaces, dashes, dots, brackets and a leading +), BAD-EMAIL
      * (not exactly one @), BAD-BIRTHDAY (not a full date - cards
      * with only a month and day are refused too, the diary keeps
      * the year for the age), UNENDED-CARD (no END:VCARD before the
      * next card or the end of the file) and SAVE-FAILED.
      *-----------------------------------------------------------------
       FINISH-VCARD.
           MOVE SPACES TO WS-IMP-REASON.
           MOVE SPACES TO CONTACT-FILE-RECORD.
           MOVE 0 TO CONTACT-PHONE-NUMBER.
           MOVE 0 TO CONTACT-HOUSE-NUMBER.
           MOVE 0 TO CONTACT-DAY-ID.
           MOVE 0 TO CONTACT-DIR-ID.
           PERFORM VCARD-NAME.
           IF WS-VC-NAME = SPACES
              MOVE "NO-NAME" TO WS-IMP-REASON
           ELSE
              MOVE WS-VC-NAME TO CONTACT-NAME
           END-IF.
           IF WS-IMP-REASON = SPACES AND WS-VC-TEL NOT = SPACES
              PERFORM VCARD-PHONE
           END-IF.
           IF WS-IMP-REASON = SPACES AND WS-VC-EMAIL NOT = SPACES
              MOVE WS-VC-EMAIL TO WS-ESC-IN
              PERFORM UNESCAPE-CARD-TEXT
              MOVE 0 TO WS-EMAIL-AT-COUNT
              INSPECT WS-ESC-OUT TALLYING WS-EMAIL-AT-COUNT
                 FOR ALL "@"
              IF WS-EMAIL-AT-COUNT NOT = 1
                 OR WS-ESC-OUT (51:1) NOT = SPACE
                 MOVE "BAD-EMAIL" TO WS-IMP-REASON
              ELSE
                 MOVE WS-ESC-OUT TO CONTACT-EMAIL
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES AND WS-VC-BDAY NOT = SPACES
              IF WS-VC-BDAY (5:1) = "-"
                 MOVE SPACES TO WS-VAL-DATE
                 STRING WS-VC-BDAY (1:4) DELIMITED BY SIZE
                        WS-VC-BDAY (6:2) DELIMITED BY SIZE
                        WS-VC-BDAY (9:2) DELIMITED BY SIZE
                    INTO WS-VAL-DATE
                 END-STRING
              ELSE
                 MOVE WS-VC-BDAY (1:8) TO WS-VAL-DATE
              END-IF
              PERFORM VALIDATE-DATE
              IF VALID-DATE
                 MOVE WS-VAL-DATE TO CONTACT-BIRTHDATE
              ELSE
                 MOVE "BAD-BIRTHDAY" TO WS-IMP-REASON
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES AND WS-VC-ADR NOT = SPACES
              PERFORM VCARD-ADDRESS
           END-IF.
           IF WS-IMP-REASON = SPACES
              MOVE WS-VC-INSTAGRAM TO WS-ESC-IN
              PERFORM UNESCAPE-CARD-TEXT
              MOVE WS-ESC-OUT TO CONTACT-INSTAGRAM
              PERFORM WARN-DUPLICATE-PHONE
              MOVE WS-NEXT-CONTACT-ID TO CONTACT-ID
              WRITE CONTACT-FILE-RECORD
                  INVALID KEY
                     MOVE "SAVE-FAILED" TO WS-IMP-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-NEXT-CONTACT-ID
                     PERFORM SAVE-CONTROL
                     ADD 1 TO WS-CNT-IMP-CONTACTS
                     MOVE 'W' TO JRNL-ACTION
                     PERFORM JOURNAL-CONTACT
              END-WRITE
           END-IF.
           IF WS-IMP-REASON NOT = SPACES
              PERFORM REJECT-VCARD
           END-IF.

      *    FN is the name as it is shown; a card with only N
      *    (family;given;...) is named given name then family name.
       VCARD-NAME.
           MOVE SPACES TO WS-VC-NAME.
           IF WS-VC-FN NOT = SPACES
              MOVE WS-VC-FN TO WS-ESC-IN
              PERFORM UNESCAPE-CARD-TEXT
              MOVE WS-ESC-OUT TO WS-VC-NAME
           ELSE
              IF WS-VC-N NOT = SPACES
                 MOVE SPACES TO WS-VC-PARTS
                 UNSTRING WS-VC-N DELIMITED BY ";"
                     INTO WS-VC-PART (1) WS-VC-PART (2)
                 END-UNSTRING
                 MOVE SPACES TO WS-ESC-IN
                 STRING WS-VC-PART (2) DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        WS-VC-PART (1) DELIMITED BY "  "
                    INTO WS-ESC-IN
                 END-STRING
                 PERFORM DROP-LEADING-SPACES
                 PERFORM UNESCAPE-CARD-TEXT
                 MOVE WS-ESC-OUT TO WS-VC-NAME
              END-IF
           END-IF.

       VCARD-PHONE.
           MOVE SPACES TO WS-VC-DIGITS.
           MOVE 0 TO WS-VC-DIGIT-CNT.
           MOVE 'Y' TO WS-VC-PHONE-SWITCH.
           PERFORM VCARD-PHONE-CHAR
              VARYING WS-VC-IDX FROM 1 BY 1
              UNTIL WS-VC-IDX > 40 OR NOT VC-PHONE-OK.
           IF NOT VC-PHONE-OK OR WS-VC-DIGIT-CNT > 11
              MOVE "BAD-PHONE" TO WS-IMP-REASON
           ELSE
              IF WS-VC-DIGIT-CNT > 0
                 MOVE WS-VC-DIGITS TO WS-CONV-FIELD
                 PERFORM CONVERT-FIELD-TO-NUMBER
                 MOVE WS-CONV-NUMBER TO CONTACT-PHONE-NUMBER
              END-IF
           END-IF.

       VCARD-PHONE-CHAR.
           MOVE WS-VC-TEL (WS-VC-IDX:1) TO WS-VC-CHAR.
           EVALUATE TRUE
               WHEN WS-VC-CHAR IS NUMERIC
                  ADD 1 TO WS-VC-DIGIT-CNT
                  IF WS-VC-DIGIT-CNT NOT > 20
                     MOVE WS-VC-CHAR
                        TO WS-VC-DIGITS (WS-VC-DIGIT-CNT:1)
                  END-IF
               WHEN WS-VC-CHAR = SPACE OR WS-VC-CHAR = "-"
                 OR WS-VC-CHAR = "." OR WS-VC-CHAR = "("
                 OR WS-VC-CHAR = ")"
                  CONTINUE
               WHEN WS-VC-CHAR = "+" AND WS-VC-DIGIT-CNT = 0
                  CONTINUE
               WHEN OTHER
                  MOVE 'N' TO WS-VC-PHONE-SWITCH
           END-EVALUATE.

      *    Street (component 3) may start with the house number:
      *    up to three digits and a space are split off into it.
       VCARD-ADDRESS.
           MOVE SPACES TO WS-VC-PARTS.
           UNSTRING WS-VC-ADR DELIMITED BY ";"
               INTO WS-VC-PART (1) WS-VC-PART (2) WS-VC-PART (3)
                    WS-VC-PART (4) WS-VC-PART (5) WS-VC-PART (6)
                    WS-VC-PART (7)
           END-UNSTRING.
           MOVE WS-VC-PART (3) TO WS-ESC-IN.
           PERFORM UNESCAPE-CARD-TEXT.
           MOVE 0 TO WS-VC-DIGIT-CNT.
           PERFORM COUNT-HOUSE-DIGITS
              UNTIL WS-VC-DIGIT-CNT = 4
                 OR WS-ESC-OUT (WS-VC-DIGIT-CNT + 1:1) NOT NUMERIC.
           IF WS-VC-DIGIT-CNT > 0 AND WS-VC-DIGIT-CNT < 4
              AND WS-ESC-OUT (WS-VC-DIGIT-CNT + 1:1) = SPACE
              MOVE SPACES TO WS-CONV-FIELD
              MOVE WS-ESC-OUT (1:WS-VC-DIGIT-CNT) TO WS-CONV-FIELD
              PERFORM CONVERT-FIELD-TO-NUMBER
              MOVE WS-CONV-NUMBER TO CONTACT-HOUSE-NUMBER
              MOVE WS-ESC-OUT (WS-VC-DIGIT-CNT + 2:) TO WS-ESC-IN
              PERFORM DROP-LEADING-SPACES
              MOVE WS-ESC-IN TO CONTACT-STREET
           ELSE
              MOVE WS-ESC-OUT TO CONTACT-STREET
           END-IF.
           MOVE WS-VC-PART (4) TO WS-ESC-IN.
           PERFORM UNESCAPE-CARD-TEXT.
           MOVE WS-ESC-OUT TO CONTACT-CITY.
           MOVE WS-VC-PART (7) TO WS-ESC-IN.
           PERFORM UNESCAPE-CARD-TEXT.
           MOVE WS-ESC-OUT TO CONTACT-COUNTRY.

       COUNT-HOUSE-DIGITS.
           ADD 1 TO WS-VC-DIGIT-CNT.

       REJECT-VCARD.
           MOVE SPACES TO REJECT-RECORD.
           STRING WS-IMP-REASON DELIMITED BY SPACE
                  ",CARD " DELIMITED BY SIZE
                  WS-CNT-VCF-CARDS DELIMITED BY SIZE
                  " FN:" DELIMITED BY SIZE
                  WS-VC-FN DELIMITED BY "  "
                  " N:" DELIMITED BY SIZE
                  WS-VC-N DELIMITED BY "  "
                  " TEL:" DELIMITED BY SIZE
                  WS-VC-TEL DELIMITED BY "  "
                  " EMAIL:" DELIMITED BY SIZE
                  WS-VC-EMAIL DELIMITED BY "  "
                  " BDAY:" DELIMITED BY SIZE
                  WS-VC-BDAY DELIMITED BY "  "
              INTO REJECT-RECORD
           END-STRING.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-CNT-IMP-REJECTS.

      *    UNESCAPE-CARD-TEXT undoes ESCAPE-CARD-TEXT: a backslash
      *    keeps the character after it, and \n (a line break inside
      *    the value) becomes a space.
       UNESCAPE-CARD-TEXT.
           MOVE SPACES TO WS-ESC-OUT.
           MOVE 0 TO WS-ESC-OUT-LEN.
           MOVE 'N' TO WS-ESC-HELD-SWITCH.
           MOVE 400 TO WS-ESC-IN-LEN.
           PERFORM TRIM-ESC-IN-LEN
              UNTIL WS-ESC-IN-LEN = 0
                 OR WS-ESC-IN (WS-ESC-IN-LEN:1) NOT = SPACE.
           PERFORM UNESCAPE-ONE-CHAR
              VARYING WS-ESC-IDX FROM 1 BY 1
              UNTIL WS-ESC-IDX > WS-ESC-IN-LEN.

       UNESCAPE-ONE-CHAR.
           MOVE WS-ESC-IN (WS-ESC-IDX:1) TO WS-ESC-CHAR.
           IF ESC-BACKSLASH-HELD
              MOVE 'N' TO WS-ESC-HELD-SWITCH
              IF WS-ESC-CHAR = "n" OR WS-ESC-CHAR = "N"
                 MOVE SPACE TO WS-ESC-CHAR
              END-IF
              ADD 1 TO WS-ESC-OUT-LEN
              MOVE WS-ESC-CHAR TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
           ELSE
              IF WS-ESC-CHAR = "\"
                 MOVE 'Y' TO WS-ESC-HELD-SWITCH
              ELSE
                 ADD 1 TO WS-ESC-OUT-LEN
                 MOVE WS-ESC-CHAR TO WS-ESC-OUT (WS-ESC-OUT-LEN:1)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * IMPORT-DIARY-DATA is the reverse of EXPORT-DIARY-DATA: it
      * reads the contact and task CSV files back in (same layouts
      * the export writes, header row first), validates each row and
      * loads the good ones under fresh IDs from the control file.
      * Rows that fail validation are written to the reject file with
      * a reason code in front, so they can be fixed and re-run.
      *-----------------------------------------------------------------
       IMPORT-DIARY-DATA.
           PERFORM SPACE-BETWEEN-TEXT
           MOVE 0 TO WS-CNT-IMP-CONTACTS.
           MOVE 0 TO WS-CNT-IMP-TASKS.
           MOVE 0 TO WS-CNT-IMP-REJECTS.
           OPEN OUTPUT REJECT-FILE.
           IF NOT REJECT-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-REJECT-FILENAME
           ELSE
              MOVE "REASON,ORIGINAL ROW" TO REJECT-RECORD
              WRITE REJECT-RECORD
              PERFORM IMPORT-CONTACT-CSV
              PERFORM IMPORT-TASK-CSV
              CLOSE REJECT-FILE
              DISPLAY "CONTACTS LOADED: " WS-CNT-IMP-CONTACTS
              DISPLAY "TASKS LOADED: " WS-CNT-IMP-TASKS
              DISPLAY "ROWS REJECTED: " WS-CNT-IMP-REJECTS
              IF WS-CNT-IMP-REJECTS > 0
                 DISPLAY "SEE " WS-REJECT-FILENAME
              END-IF
              MOVE SPACES TO WS-AUD-LINE
              MOVE "IMPORT" TO WS-AUD-EVENT
              STRING "CSV CONTACTS " DELIMITED BY SIZE
                     WS-CNT-IMP-CONTACTS DELIMITED BY SIZE
                     " TASKS " DELIMITED BY SIZE
                     WS-CNT-IMP-TASKS DELIMITED BY SIZE
                     " REJECTED " DELIMITED BY SIZE
                     WS-CNT-IMP-REJECTS DELIMITED BY SIZE
                 INTO WS-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       IMPORT-CONTACT-CSV.
           OPEN INPUT EXPORT-CONTACT-FILE.
           IF NOT EXPORT-FILE-OK
              DISPLAY "NO " WS-EXP-CONTACT-FILENAME " TO IMPORT"
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              READ EXPORT-CONTACT-FILE
                  AT END MOVE 'Y' TO WS-EOF-SWITCH
              END-READ
              IF NOT END-OF-FILE
                 PERFORM IMPORT-CONTACT-LOOP UNTIL END-OF-FILE
              END-IF
              CLOSE EXPORT-CONTACT-FILE
           END-IF.

       IMPORT-CONTACT-LOOP.
           READ EXPORT-CONTACT-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM IMPORT-ONE-CONTACT
           END-READ.

      *-----------------------------------------------------------------
      * IMPORT-ONE-CONTACT splits one CSV row into its columns
      * (ID,NAME,BIRTHDATE,PHONE,HOUSE,STREET,CITY,COUNTRY,EMAIL,
      * INSTAGRAM,
      * DAY-ID - the ID column is ignored, a fresh one is assigned)
      * and loads or rejects it. Validation stops at the first
      * failure and its reason code goes in front of the reject row.
      * A twelfth DIR-ID column, when present and not zero, links the
      * contact to that directory entry instead of loading the name,
      * phone, address and email columns; files from before the
      * directory have only eleven columns and load as before.
      *-----------------------------------------------------------------
       IMPORT-ONE-CONTACT.
           MOVE SPACES TO WS-IMP-REASON.
           MOVE SPACES TO WS-IMP-FIELDS.
           MOVE 0 TO WS-IMP-FIELD-COUNT.
           UNSTRING EXPORT-CONTACT-RECORD DELIMITED BY ","
               INTO WS-IMP-FIELD (1) WS-IMP-FIELD (2)
                    WS-IMP-FIELD (3) WS-IMP-FIELD (4)
                    WS-IMP-FIELD (5) WS-IMP-FIELD (6)
                    WS-IMP-FIELD (7) WS-IMP-FIELD (8)
                    WS-IMP-FIELD (9) WS-IMP-FIELD (10)
                    WS-IMP-FIELD (11) WS-IMP-FIELD (12)
               TALLYING IN WS-IMP-FIELD-COUNT
           END-UNSTRING.
           IF WS-IMP-FIELD-COUNT < 11
              MOVE "TOO-FEW-COLS" TO WS-IMP-REASON.
           MOVE 0 TO CONTACT-DIR-ID.
           IF WS-IMP-REASON = SPACES
              AND WS-IMP-FIELD (12) NOT = SPACES
              MOVE WS-IMP-FIELD (12) TO WS-CONV-FIELD
              PERFORM CONVERT-FIELD-TO-NUMBER
              IF NOT CONV-OK
                 MOVE "BAD-DIR-ID" TO WS-IMP-REASON
              ELSE
                 IF WS-CONV-NUMBER NOT = 0
                    MOVE WS-CONV-NUMBER TO DIR-ID
                    READ DIRECTORY-FILE
                        INVALID KEY
                           MOVE "NO-SUCH-DIR" TO WS-IMP-REASON
                        NOT INVALID KEY
                           MOVE WS-CONV-NUMBER TO CONTACT-DIR-ID
                    END-READ
                 END-IF
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              IF WS-IMP-FIELD (3) = SPACES
                 MOVE SPACES TO CONTACT-BIRTHDATE
              ELSE
                 MOVE WS-IMP-FIELD (3) (1:8) TO WS-VAL-DATE
                 PERFORM VALIDATE-DATE
                 IF VALID-DATE AND WS-IMP-FIELD (3) (9:1) = SPACE
                    MOVE WS-VAL-DATE TO CONTACT-BIRTHDATE
                 ELSE
                    MOVE "BAD-BIRTHDAY" TO WS-IMP-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              MOVE WS-IMP-FIELD (4) TO WS-CONV-FIELD
              PERFORM CONVERT-FIELD-TO-NUMBER
              IF CONV-OK
                 MOVE WS-CONV-NUMBER TO CONTACT-PHONE-NUMBER
              ELSE
                 MOVE "BAD-PHONE" TO WS-IMP-REASON
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              MOVE WS-IMP-FIELD (5) TO WS-CONV-FIELD
              PERFORM CONVERT-FIELD-TO-NUMBER
              IF CONV-OK
                 MOVE WS-CONV-NUMBER TO CONTACT-HOUSE-NUMBER
              ELSE
                 MOVE "BAD-HOUSE-NO" TO WS-IMP-REASON
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              MOVE WS-IMP-FIELD (11) TO WS-CONV-FIELD
              PERFORM CONVERT-FIELD-TO-NUMBER
              IF NOT CONV-OK
                 MOVE "BAD-DAY-ID" TO WS-IMP-REASON
              ELSE
                 MOVE WS-CONV-NUMBER TO WS-LINK-CHECK-ID
                 PERFORM CHECK-DAY-LINK
                 IF DAY-LINK-OK
                    MOVE WS-CONV-NUMBER TO CONTACT-DAY-ID
                 ELSE
                    MOVE "NO-SUCH-DAY" TO WS-IMP-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              MOVE WS-IMP-FIELD (2) TO CONTACT-NAME
              MOVE WS-IMP-FIELD (6) TO CONTACT-STREET
              MOVE WS-IMP-FIELD (7) TO CONTACT-CITY
              MOVE WS-IMP-FIELD (8) TO CONTACT-COUNTRY
              MOVE WS-IMP-FIELD (9) TO CONTACT-EMAIL
              MOVE WS-IMP-FIELD (10) TO CONTACT-INSTAGRAM
              IF CONTACT-DIR-ID NOT = 0
                 PERFORM BLANK-CONTACT-SHARED-FIELDS
              END-IF
              PERFORM WARN-DUPLICATE-PHONE
              MOVE WS-NEXT-CONTACT-ID TO CONTACT-ID
              WRITE CONTACT-FILE-RECORD
                  INVALID KEY
                     MOVE "SAVE-FAILED" TO WS-IMP-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-NEXT-CONTACT-ID
                     PERFORM SAVE-CONTROL
                     ADD 1 TO WS-CNT-IMP-CONTACTS
                     MOVE 'W' TO JRNL-ACTION
                     PERFORM JOURNAL-CONTACT
              END-WRITE
           END-IF.
           IF WS-IMP-REASON NOT = SPACES
              MOVE SPACES TO REJECT-RECORD
              STRING WS-IMP-REASON        DELIMITED BY SPACE
                     ","                  DELIMITED BY SIZE
                     EXPORT-CONTACT-RECORD DELIMITED BY SIZE
                 INTO REJECT-RECORD
              END-STRING
              WRITE REJECT-RECORD
              ADD 1 TO WS-CNT-IMP-REJECTS
           END-IF.

      *-----------------------------------------------------------------
      * WARN-DUPLICATE-PHONE scans the contact file for the incoming
      * row's phone number and says so when it is already there -
      * the row still loads, the dedupe scan can merge it later. The
      * record being built is parked in WS-CONTACT-SAVE around the
      * scan, which has its own end-of-file switch because the CSV
      * read loop is already using WS-EOF-SWITCH.
      *-----------------------------------------------------------------
       WARN-DUPLICATE-PHONE.
           MOVE 'N' TO WS-DUP-FOUND-SWITCH.
           IF CONTACT-PHONE-NUMBER NOT = 0
              MOVE CONTACT-PHONE-NUMBER TO WS-DUP-PHONE
              MOVE CONTACT-FILE-RECORD TO WS-CONTACT-SAVE
              PERFORM FIND-PHONE-ON-FILE
              MOVE WS-CONTACT-SAVE TO CONTACT-FILE-RECORD
              IF DUP-PHONE-FOUND
                 DISPLAY "WARNING: PHONE " WS-DUP-PHONE " ALREADY "
                 DISPLAY "ON FILE FOR CONTACT " WS-DUP-FOUND-ID
                 DISPLAY "- ROW LOADED ANYWAY"
              END-IF
           END-IF.

       FIND-PHONE-ON-FILE.
           MOVE 'N' TO WS-DUP-FOUND-SWITCH.
           MOVE 'N' TO WS-DUP-EOF-SWITCH.
           MOVE ZEROS TO CONTACT-ID.
           START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
               INVALID KEY MOVE 'Y' TO WS-DUP-EOF-SWITCH
           END-START.
           PERFORM SEEK-PHONE-MATCH
              UNTIL DUP-SCAN-AT-END OR DUP-PHONE-FOUND.

       SEEK-PHONE-MATCH.
           READ CONTACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DUP-EOF-SWITCH
               NOT AT END
                  PERFORM RESOLVE-CONTACT-VIEW
                  IF WS-CV-PHONE = WS-DUP-PHONE
                     MOVE 'Y' TO WS-DUP-FOUND-SWITCH
                     MOVE CONTACT-ID TO WS-DUP-FOUND-ID
                  END-IF
           END-READ.
           IF WS-CONTACT-FILE-STATUS NOT = '00'
              AND WS-CONTACT-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-DUP-EOF-SWITCH.

       IMPORT-TASK-CSV.
           OPEN INPUT EXPORT-TASK-FILE.
           IF NOT EXPORT-FILE-OK
              DISPLAY "NO " WS-EXP-TASK-FILENAME " TO IMPORT"
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              READ EXPORT-TASK-FILE
                  AT END MOVE 'Y' TO WS-EOF-SWITCH
              END-READ
              IF NOT END-OF-FILE
                 PERFORM IMPORT-TASK-LOOP UNTIL END-OF-FILE
              END-IF
              CLOSE EXPORT-TASK-FILE
           END-IF.

       IMPORT-TASK-LOOP.
           READ EXPORT-TASK-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END PERFORM IMPORT-ONE-TASK
           END-READ.

      *-----------------------------------------------------------------
      * IMPORT-ONE-TASK splits one CSV row into its columns (ID,NAME,
      * DESCRIPTION,STATUS,STATUS-DESC,DUE-DATE,PRIORITY,DAY-ID,
      * RECUR,RECUR-END,PRED1,PRED2,PRED3,PROJECT). The ID,
      * STATUS-DESC and PRED columns are ignored - a fresh ID is
      * assigned, the description is re-derived from the status,
      * and predecessor links are zeroed because the IDs they name
      * do not exist under the fresh numbering; rows from older
      * exports without the recurrence or project columns load as
      * non-recurring with no project.
      *-----------------------------------------------------------------
       IMPORT-ONE-TASK.
           MOVE SPACES TO WS-IMP-REASON.
           MOVE SPACES TO WS-IMP-FIELDS.
           MOVE 0 TO WS-IMP-FIELD-COUNT.
           UNSTRING EXPORT-TASK-RECORD DELIMITED BY ","
               INTO WS-IMP-FIELD (1) WS-IMP-FIELD (2)
                    WS-IMP-FIELD (3) WS-IMP-FIELD (4)
                    WS-IMP-FIELD (5) WS-IMP-FIELD (6)
                    WS-IMP-FIELD (7) WS-IMP-FIELD (8)
                    WS-IMP-FIELD (9) WS-IMP-FIELD (10)
                    WS-IMP-FIELD (11) WS-IMP-FIELD (12)
                    WS-IMP-FIELD (13) WS-IMP-FIELD (14)
                    WS-IMP-FIELD (15)
               TALLYING IN WS-IMP-FIELD-COUNT
           END-UNSTRING.
           IF WS-IMP-FIELD-COUNT < 8
              MOVE "TOO-FEW-COLS" TO WS-IMP-REASON.
           IF WS-IMP-REASON = SPACES
              MOVE WS-IMP-FIELD (4) TO WS-CONV-FIELD
              PERFORM CONVERT-FIELD-TO-NUMBER
              IF CONV-OK AND WS-CONV-NUMBER >= 1
                 AND WS-CONV-NUMBER <= 4
                 MOVE WS-CONV-NUMBER TO TASK-STATUS
              ELSE
                 MOVE "BAD-STATUS" TO WS-IMP-REASON
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              IF WS-IMP-FIELD (6) = SPACES
                 MOVE SPACES TO TASK-DUE-DATE
              ELSE
                 MOVE WS-IMP-FIELD (6) (1:8) TO WS-VAL-DATE
                 PERFORM VALIDATE-DATE
                 IF VALID-DATE AND WS-IMP-FIELD (6) (9:1) = SPACE
                    MOVE WS-VAL-DATE TO TASK-DUE-DATE
                 ELSE
                    MOVE "BAD-DUE-DATE" TO WS-IMP-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              MOVE WS-IMP-FIELD (8) TO WS-CONV-FIELD
              PERFORM CONVERT-FIELD-TO-NUMBER
              IF NOT CONV-OK
                 MOVE "BAD-DAY-ID" TO WS-IMP-REASON
              ELSE
                 MOVE WS-CONV-NUMBER TO WS-LINK-CHECK-ID
                 PERFORM CHECK-DAY-LINK
                 IF DAY-LINK-OK
                    MOVE WS-CONV-NUMBER TO TASK-DAY-ID
                 ELSE
                    MOVE "NO-SUCH-DAY" TO WS-IMP-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              MOVE WS-IMP-FIELD (9) (1:1) TO TASK-RECUR
              IF NOT TASK-RECUR-DAILY AND NOT TASK-RECUR-WEEKLY
                 AND NOT TASK-RECUR-MONTHLY
                 MOVE 'N' TO TASK-RECUR
              END-IF
              IF TASK-RECUR-NONE OR WS-IMP-FIELD (10) = SPACES
                 MOVE SPACES TO TASK-RECUR-END
              ELSE
                 MOVE WS-IMP-FIELD (10) (1:8) TO WS-VAL-DATE
                 PERFORM VALIDATE-DATE
                 IF VALID-DATE
                    MOVE WS-VAL-DATE TO TASK-RECUR-END
                 ELSE
                    MOVE "BAD-END-DATE" TO WS-IMP-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              IF WS-IMP-FIELD (14) = SPACES
                 MOVE SPACES TO TASK-PROJ-CODE
              ELSE
                 MOVE WS-IMP-FIELD (14) TO WS-PROJ-CHECK-CODE
                 PERFORM CHECK-PROJ-CODE
                 IF PROJ-CODE-OK
                    MOVE WS-PROJ-CHECK-CODE TO TASK-PROJ-CODE
                 ELSE
                    MOVE "NO-SUCH-PROJ" TO WS-IMP-REASON
                 END-IF
              END-IF
           END-IF.
      *    The ESTIMATE column came later - files without it load
      *    with no estimate.
           IF WS-IMP-REASON = SPACES
              MOVE 0 TO TASK-EST-HOURS
              IF WS-IMP-FIELD (15) NOT = SPACES
                 MOVE WS-IMP-FIELD (15) TO WS-DEC-ENTRY
                 PERFORM PARSE-DECIMAL-ENTRY
                 IF DEC-OK AND WS-CONV-NUMBER NOT > 99999
                    AND WS-IMP-FIELD (15) (11:1) = SPACE
                    COMPUTE TASK-EST-HOURS = WS-CONV-NUMBER / 100
                 ELSE
                    MOVE "BAD-ESTIMATE" TO WS-IMP-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-IMP-REASON = SPACES
              MOVE WS-IMP-FIELD (2) TO TASK-NAME
              MOVE WS-IMP-FIELD (3) TO TASK-DESCRIPTION
              EVALUATE TRUE
                  WHEN TASK-PENDING
                     MOVE "PENDING" TO TASK-ST-DESCTIP
                  WHEN TASK-IN-PROGRESS
                     MOVE "IN PROGRESS" TO TASK-ST-DESCTIP
                  WHEN TASK-DONE
                     MOVE "DONE" TO TASK-ST-DESCTIP
                  WHEN TASK-CANCELLED
                     MOVE "CANCELLED" TO TASK-ST-DESCTIP
              END-EVALUATE
              MOVE WS-IMP-FIELD (7) (1:1) TO TASK-PRIORITY
              IF NOT TASK-URGENT
                 MOVE 'N' TO TASK-PRIORITY
              END-IF
      *       Predecessor IDs never survive an import: every row is
      *       loaded under a fresh ID, so the PRED columns would
      *       point at whatever now owns the old numbers. They are
      *       zeroed here, the same way a task transfer zeroes them.
              MOVE ZEROS TO TASK-PRED-TABLE
              MOVE WS-NEXT-TASK-ID TO TASK-ID
              WRITE TASK-FILE-RECORD
                  INVALID KEY
                     MOVE "SAVE-FAILED" TO WS-IMP-REASON
                  NOT INVALID KEY
                     ADD 1 TO WS-NEXT-TASK-ID
                     PERFORM SAVE-CONTROL
                     ADD 1 TO WS-CNT-IMP-TASKS
                     MOVE 'W' TO JRNL-ACTION
                     PERFORM JOURNAL-TASK
                     PERFORM LOG-TASK-CREATED
              END-WRITE
           END-IF.
           IF WS-IMP-REASON NOT = SPACES
              MOVE SPACES TO REJECT-RECORD
              STRING WS-IMP-REASON      DELIMITED BY SPACE
                     ","                DELIMITED BY SIZE
                     EXPORT-TASK-RECORD DELIMITED BY SIZE
                 INTO REJECT-RECORD
              END-STRING
              WRITE REJECT-RECORD
              ADD 1 TO WS-CNT-IMP-REJECTS
           END-IF.

      *-----------------------------------------------------------------
      * ARCHIVE-OLD-RECORDS sweeps DONE/CANCELLED tasks whose due
      * date is before a typed cutoff, and day entries dated before
      * it, out of the live files and into the archive files, so the
      * full-file scans elsewhere in the program stay fast. Each
      * record is written to the archive before it is deleted from
      * the live file.
      *-----------------------------------------------------------------
       ARCHIVE-OLD-RECORDS.
           PERFORM SPACE-BETWEEN-TEXT
           IF NOT BATCH-MODE
              DISPLAY "ENTER THE CUTOFF DATE YYYYMMDD - CLOSED TASKS "
              DISPLAY "DUE BEFORE IT AND DAY ENTRIES DATED BEFORE IT "
              DISPLAY "ARE ARCHIVED "
              ACCEPT WS-ARCH-CUTOFF
           END-IF.
           MOVE WS-ARCH-CUTOFF TO WS-VAL-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT VALID-DATE
              DISPLAY "THAT IS NOT A REAL DATE - NOTHING ARCHIVED"
           ELSE
              MOVE 0 TO WS-CNT-ARCH-TASKS
              MOVE 0 TO WS-CNT-ARCH-DAYS
              PERFORM OPEN-ARCHIVE-FILES
              PERFORM ARCHIVE-TASK-SWEEP
              PERFORM ARCHIVE-DAY-SWEEP
              PERFORM CLOSE-ARCHIVE-FILES
              DISPLAY "TASKS ARCHIVED: " WS-CNT-ARCH-TASKS
              DISPLAY "DAY ENTRIES ARCHIVED: " WS-CNT-ARCH-DAYS
           END-IF.

       ARCHIVE-TASK-SWEEP.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO TASK-ID.
           START TASK-FILE KEY IS NOT LESS THAN TASK-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-TASK
              PERFORM ARCHIVE-TASK-LOOP UNTIL END-OF-FILE.

      *-----------------------------------------------------------------
      * After a DELETE the file position is gone, so the loop saves
      * the key it just removed and STARTs again on the next higher
      * one - the same restart idiom CLEAR-TASK-DAY-LINK-LOOP uses.
      *-----------------------------------------------------------------
       ARCHIVE-TASK-LOOP.
           IF (TASK-DONE OR TASK-CANCELLED)
              AND TASK-DUE-DATE IS NUMERIC
              AND TASK-DUE-DATE < WS-ARCH-CUTOFF
              MOVE TASK-ID TO TASK-ID-AUX-NUM
              MOVE TASK-FILE-RECORD TO WS-TASK-BEFORE
              MOVE TASK-FILE-RECORD TO TASK-ARCH-RECORD
              WRITE TASK-ARCH-RECORD
                  INVALID KEY
                     REWRITE TASK-ARCH-RECORD
                     END-REWRITE
              END-WRITE
              IF TASK-ARCH-FILE-OK
                 DELETE TASK-FILE RECORD
                 END-DELETE
                 MOVE 'X' TO JRNL-ACTION
                 PERFORM JOURNAL-TASK
                 ADD 1 TO WS-CNT-ARCH-TASKS
                 MOVE TASK-ID-AUX-NUM TO TASK-ID
                 START TASK-FILE KEY IS GREATER THAN TASK-ID
                     INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
                 END-START
                 IF NOT END-OF-FILE
                    PERFORM READ-NEXT-TASK
                 END-IF
              ELSE
                 DISPLAY "COULD NOT ARCHIVE TASK " TASK-ID
                 PERFORM READ-NEXT-TASK
              END-IF
           ELSE
              PERFORM READ-NEXT-TASK
           END-IF.

       ARCHIVE-DAY-SWEEP.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO DAY-ID.
           START DAY-FILE KEY IS NOT LESS THAN DAY-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-DAY
              PERFORM ARCHIVE-DAY-LOOP UNTIL END-OF-FILE.

       ARCHIVE-DAY-LOOP.
           IF DAY-DATE < WS-ARCH-CUTOFF
              MOVE DAY-ID TO SEARCH-ID-REG-NUM
              MOVE DAY-FILE-RECORD TO WS-DAY-BEFORE
              MOVE DAY-FILE-RECORD TO DAY-ARCH-RECORD
              WRITE DAY-ARCH-RECORD
                  INVALID KEY
                     REWRITE DAY-ARCH-RECORD
                     END-REWRITE
              END-WRITE
              IF DAY-ARCH-FILE-OK
                 DELETE DAY-FILE RECORD
                 END-DELETE
                 MOVE 'X' TO JRNL-ACTION
                 PERFORM JOURNAL-DAY
                 ADD 1 TO WS-CNT-ARCH-DAYS
                 MOVE SEARCH-ID-REG-NUM TO DAY-ID
                 START DAY-FILE KEY IS GREATER THAN DAY-ID
                     INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
                 END-START
                 IF NOT END-OF-FILE
                    PERFORM READ-NEXT-DAY
                 END-IF
              ELSE
                 DISPLAY "COULD NOT ARCHIVE DAY " DAY-ID
                 PERFORM READ-NEXT-DAY
              END-IF
           ELSE
              PERFORM READ-NEXT-DAY
           END-IF.

      *-----------------------------------------------------------------
      * BROWSE-ARCHIVE lists everything in the archive files (the
      * task records are shown through TASK-INF-LIST by moving them
      * into the live record area - display only, nothing is
      * written), then offers to pull one record back under its
      * original ID.
      *-----------------------------------------------------------------
       BROWSE-ARCHIVE.
           PERFORM SPACE-BETWEEN-TEXT
           PERFORM OPEN-ARCHIVE-FILES.
           DISPLAY "-------- ARCHIVED TASKS --------".
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO TASK-ARCH-ID.
           START TASK-ARCH-FILE KEY IS NOT LESS THAN TASK-ARCH-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-ARCH-TASK
              PERFORM BROWSE-ARCH-TASK-LOOP UNTIL END-OF-FILE.
           DISPLAY "-------- ARCHIVED DAY ENTRIES --------".
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO DAY-ARCH-ID.
           START DAY-ARCH-FILE KEY IS NOT LESS THAN DAY-ARCH-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-ARCH-DAY
              PERFORM BROWSE-ARCH-DAY-LOOP UNTIL END-OF-FILE.
           PERFORM RESTORE-FROM-ARCHIVE.
           PERFORM CLOSE-ARCHIVE-FILES.

       BROWSE-ARCH-TASK-LOOP.
           MOVE TASK-ARCH-RECORD TO TASK-FILE-RECORD.
           PERFORM TASK-INF-LIST.
           PERFORM READ-NEXT-ARCH-TASK.

       BROWSE-ARCH-DAY-LOOP.
           MOVE DAY-ARCH-RECORD TO DAY-FILE-RECORD.
           PERFORM SPACE-BETWEEN-TEXT.
           DISPLAY "DAY ID: " DAY-ID.
           MOVE CORRESPONDING DAY-DATE TO WS-DD-MM-YYYY.
           DISPLAY "DD/MM/YYYY: " WS-DD-MM-YYYY.
           DISPLAY "DAY DESCRIPTION: " DAY-DESCRIPTION.
           PERFORM READ-NEXT-ARCH-DAY.

       RESTORE-FROM-ARCHIVE.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "PULL A RECORD BACK? 1 - TASK, 2 - DAY ENTRY, "
           DISPLAY "0 - NO ".
           ACCEPT WS-ARCH-CHOICE.
           EVALUATE WS-ARCH-CHOICE
               WHEN 1
                  DISPLAY "ENTER THE ARCHIVED TASK ID: "
                  ACCEPT SEARCH-ID-REG-NUM
                  MOVE SEARCH-ID-REG-NUM TO TASK-ARCH-ID
                  READ TASK-ARCH-FILE
                      INVALID KEY
                         DISPLAY "NOT IN THE ARCHIVE"
                      NOT INVALID KEY
                         MOVE TASK-ARCH-RECORD TO TASK-FILE-RECORD
                         WRITE TASK-FILE-RECORD
                             INVALID KEY
                                DISPLAY "TASK ID ALREADY IN THE LIVE "
                                        "FILE - NOT RESTORED"
                             NOT INVALID KEY
                                MOVE 'W' TO JRNL-ACTION
                                PERFORM JOURNAL-TASK
                                DELETE TASK-ARCH-FILE RECORD
                                END-DELETE
                                DISPLAY "TASK RESTORED"
                         END-WRITE
                  END-READ
               WHEN 2
                  DISPLAY "ENTER THE ARCHIVED DAY ID: "
                  ACCEPT SEARCH-ID-REG-NUM
                  MOVE SEARCH-ID-REG-NUM TO DAY-ARCH-ID
                  READ DAY-ARCH-FILE
                      INVALID KEY
                         DISPLAY "NOT IN THE ARCHIVE"
                      NOT INVALID KEY
                         MOVE DAY-ARCH-RECORD TO DAY-FILE-RECORD
                         WRITE DAY-FILE-RECORD
                             INVALID KEY
                                DISPLAY "DAY ID OR DATE ALREADY IN "
                                        "THE LIVE FILE - NOT RESTORED"
                             NOT INVALID KEY
                                MOVE 'W' TO JRNL-ACTION
                                PERFORM JOURNAL-DAY
                                DELETE DAY-ARCH-FILE RECORD
                                END-DELETE
                                DISPLAY "DAY ENTRY RESTORED"
                         END-WRITE
                  END-READ
           END-EVALUATE.

       READ-NEXT-ARCH-TASK.
           READ TASK-ARCH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-EOF-SWITCH
           END-READ.
           IF WS-TASK-ARCH-FILE-STATUS NOT = '00'
              AND WS-TASK-ARCH-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-EOF-SWITCH.

       READ-NEXT-ARCH-DAY.
           READ DAY-ARCH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-EOF-SWITCH
           END-READ.
           IF WS-DAY-ARCH-FILE-STATUS NOT = '00'
              AND WS-DAY-ARCH-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-EOF-SWITCH.

      *-----------------------------------------------------------------
      * Create on status 35 only - the archives hold years of swept
      * records and are not journalled, so any other open status is
      * reported and the file left alone.
      *-----------------------------------------------------------------
       OPEN-ARCHIVE-FILES.
           OPEN I-O TASK-ARCH-FILE.
           IF TASK-ARCH-FILE-NOT-FOUND
              OPEN OUTPUT TASK-ARCH-FILE
              CLOSE TASK-ARCH-FILE
              OPEN I-O TASK-ARCH-FILE.
           IF NOT TASK-ARCH-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-TASK-ARCH-FILENAME
              DISPLAY "FILE STATUS " WS-TASK-ARCH-FILE-STATUS.
           OPEN I-O DAY-ARCH-FILE.
           IF DAY-ARCH-FILE-NOT-FOUND
              OPEN OUTPUT DAY-ARCH-FILE
              CLOSE DAY-ARCH-FILE
              OPEN I-O DAY-ARCH-FILE.
           IF NOT DAY-ARCH-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-DAY-ARCH-FILENAME
              DISPLAY "FILE STATUS " WS-DAY-ARCH-FILE-STATUS.

       CLOSE-ARCHIVE-FILES.
           CLOSE TASK-ARCH-FILE DAY-ARCH-FILE.

      *-----------------------------------------------------------------
      * CHECK-DIARY is the weekly health check: it scans all three
      * data files and reports day links that point nowhere, dates
      * that are not real calendar dates, and control counters that
      * have fallen to or below the highest key on file (the cause
      * of every-save-fails-on-status-22). Each finding comes with
      * an offer to repair it on the spot.
      *-----------------------------------------------------------------
       CHECK-DIARY.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "-------- DIARY CHECK --------".
           MOVE 0 TO WS-CHK-FINDINGS.
           MOVE 0 TO WS-MAX-CONTACT-ID.
           MOVE 0 TO WS-MAX-TASK-ID.
           MOVE 0 TO WS-MAX-DAY-ID.
           PERFORM CHECK-DAY-FILE-SCAN.
           PERFORM CHECK-CONTACT-FILE-SCAN.
           PERFORM CHECK-TASK-FILE-SCAN.
           PERFORM CHECK-CONTROL-COUNTERS.
           IF WS-CHK-FINDINGS = 0
              DISPLAY "NO PROBLEMS FOUND"
           ELSE
              DISPLAY "PROBLEMS FOUND: " WS-CHK-FINDINGS.

       CHECK-DAY-FILE-SCAN.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO DAY-ID.
           START DAY-FILE KEY IS NOT LESS THAN DAY-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-DAY
              PERFORM CHECK-A-DAY UNTIL END-OF-FILE.

       CHECK-A-DAY.
           IF DAY-ID > WS-MAX-DAY-ID
              MOVE DAY-ID TO WS-MAX-DAY-ID.
           MOVE DAY-DATE TO WS-VAL-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT VALID-DATE
              ADD 1 TO WS-CHK-FINDINGS
              DISPLAY "DAY " DAY-ID " HAS IMPOSSIBLE DATE " DAY-DATE
              DISPLAY "FIX IT WITH UPDATE A DAY REGISTER".
           PERFORM READ-NEXT-DAY.

       CHECK-CONTACT-FILE-SCAN.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO CONTACT-ID.
           START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-CONTACT
              PERFORM CHECK-A-CONTACT UNTIL END-OF-FILE.

       CHECK-A-CONTACT.
           IF CONTACT-ID > WS-MAX-CONTACT-ID
              MOVE CONTACT-ID TO WS-MAX-CONTACT-ID.
           IF CONTACT-DAY-ID NOT = 0
              MOVE CONTACT-DAY-ID TO WS-LINK-CHECK-ID
              PERFORM CHECK-DAY-LINK
              IF NOT DAY-LINK-OK
                 ADD 1 TO WS-CHK-FINDINGS
                 DISPLAY "CONTACT " CONTACT-ID " LINKS TO MISSING "
                 DISPLAY "DAY " CONTACT-DAY-ID
                 DISPLAY "ZERO THE LINK? Y/N "
                 PERFORM ASK-REPAIR-ANSWER
                 IF WS-CHK-ANSWER = 'Y'
                    MOVE CONTACT-FILE-RECORD TO WS-CONTACT-BEFORE
                    MOVE 0 TO CONTACT-DAY-ID
                    REWRITE CONTACT-FILE-RECORD
                    MOVE 'R' TO JRNL-ACTION
                    PERFORM JOURNAL-CONTACT
                    DISPLAY "LINK CLEARED"
                 END-IF
              END-IF
           END-IF.
      *    A link to a deleted directory entry cannot be repaired
      *    here - the details are gone - so it is only reported.
           PERFORM RESOLVE-CONTACT-VIEW.
           IF CV-LINK-BROKEN
              ADD 1 TO WS-CHK-FINDINGS
              DISPLAY "CONTACT " CONTACT-ID " LINKS TO MISSING "
              DISPLAY "DIRECTORY ENTRY " WS-CV-DIR-ID
              DISPLAY "RE-LINK IT WITH UPDATE A CONTACT"
           END-IF.
           IF CONTACT-BIRTHDATE NOT = SPACES
              MOVE CONTACT-BIRTHDATE TO WS-VAL-DATE
              PERFORM VALIDATE-DATE
              IF NOT VALID-DATE
                 ADD 1 TO WS-CHK-FINDINGS
                 DISPLAY "CONTACT " CONTACT-ID " HAS IMPOSSIBLE "
                 DISPLAY "BIRTHDATE " CONTACT-BIRTHDATE
                 DISPLAY "BLANK IT OUT? Y/N "
                 PERFORM ASK-REPAIR-ANSWER
                 IF WS-CHK-ANSWER = 'Y'
                    MOVE CONTACT-FILE-RECORD TO WS-CONTACT-BEFORE
                    MOVE SPACES TO CONTACT-BIRTHDATE
                    REWRITE CONTACT-FILE-RECORD
                    MOVE 'R' TO JRNL-ACTION
                    PERFORM JOURNAL-CONTACT
                    DISPLAY "BIRTHDATE CLEARED"
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-CONTACT.

       CHECK-TASK-FILE-SCAN.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO TASK-ID.
           START TASK-FILE KEY IS NOT LESS THAN TASK-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-TASK
              PERFORM CHECK-A-TASK UNTIL END-OF-FILE.

       CHECK-A-TASK.
           IF TASK-ID > WS-MAX-TASK-ID
              MOVE TASK-ID TO WS-MAX-TASK-ID.
           IF TASK-DAY-ID NOT = 0
              MOVE TASK-DAY-ID TO WS-LINK-CHECK-ID
              PERFORM CHECK-DAY-LINK
              IF NOT DAY-LINK-OK
                 ADD 1 TO WS-CHK-FINDINGS
                 DISPLAY "TASK " TASK-ID " LINKS TO MISSING "
                 DISPLAY "DAY " TASK-DAY-ID
                 DISPLAY "ZERO THE LINK? Y/N "
                 PERFORM ASK-REPAIR-ANSWER
                 IF WS-CHK-ANSWER = 'Y'
                    MOVE TASK-FILE-RECORD TO WS-TASK-BEFORE
                    MOVE 0 TO TASK-DAY-ID
                    REWRITE TASK-FILE-RECORD
                    MOVE 'R' TO JRNL-ACTION
                    PERFORM JOURNAL-TASK
                    DISPLAY "LINK CLEARED"
                 END-IF
              END-IF
           END-IF.
           IF TASK-DUE-DATE NOT = SPACES
              MOVE TASK-DUE-DATE TO WS-VAL-DATE
              PERFORM VALIDATE-DATE
              IF NOT VALID-DATE
                 ADD 1 TO WS-CHK-FINDINGS
                 DISPLAY "TASK " TASK-ID " HAS IMPOSSIBLE DUE DATE "
                    TASK-DUE-DATE
                 DISPLAY "BLANK IT OUT? Y/N "
                 PERFORM ASK-REPAIR-ANSWER
                 IF WS-CHK-ANSWER = 'Y'
                    MOVE TASK-FILE-RECORD TO WS-TASK-BEFORE
                    MOVE SPACES TO TASK-DUE-DATE
                    REWRITE TASK-FILE-RECORD
                    MOVE 'R' TO JRNL-ACTION
                    PERFORM JOURNAL-TASK
                    DISPLAY "DUE DATE CLEARED"
                 END-IF
              END-IF
           END-IF.
           IF TASK-RECUR-END NOT = SPACES
              MOVE TASK-RECUR-END TO WS-VAL-DATE
              PERFORM VALIDATE-DATE
              IF NOT VALID-DATE
                 ADD 1 TO WS-CHK-FINDINGS
                 DISPLAY "TASK " TASK-ID " HAS IMPOSSIBLE RECURRENCE "
                 DISPLAY "END DATE " TASK-RECUR-END
                 DISPLAY "BLANK IT OUT? Y/N "
                 PERFORM ASK-REPAIR-ANSWER
                 IF WS-CHK-ANSWER = 'Y'
                    MOVE TASK-FILE-RECORD TO WS-TASK-BEFORE
                    MOVE SPACES TO TASK-RECUR-END
                    REWRITE TASK-FILE-RECORD
                    MOVE 'R' TO JRNL-ACTION
                    PERFORM JOURNAL-TASK
                    DISPLAY "RECURRENCE END DATE CLEARED"
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-TASK.

      *-----------------------------------------------------------------
      * CHECK-CONTROL-COUNTERS compares the next-ID counters against
      * the highest key actually on each file. A counter at or below
      * the highest key (a lost or reset control file) makes every
      * new WRITE collide on status 22 - the repair re-derives the
      * counter from the file maximum.
      *-----------------------------------------------------------------
       CHECK-CONTROL-COUNTERS.
           IF WS-NEXT-CONTACT-ID NOT > WS-MAX-CONTACT-ID
              ADD 1 TO WS-CHK-FINDINGS
              DISPLAY "NEXT CONTACT ID " WS-NEXT-CONTACT-ID
              DISPLAY "IS NOT ABOVE HIGHEST CONTACT "
                 WS-MAX-CONTACT-ID
              DISPLAY "RE-DERIVE IT? Y/N "
              PERFORM ASK-REPAIR-ANSWER
              IF WS-CHK-ANSWER = 'Y'
                 COMPUTE WS-NEXT-CONTACT-ID = WS-MAX-CONTACT-ID + 1
                 PERFORM SAVE-CONTROL
                 DISPLAY "NEXT CONTACT ID NOW " WS-NEXT-CONTACT-ID
              END-IF
           END-IF.
           IF WS-NEXT-TASK-ID NOT > WS-MAX-TASK-ID
              ADD 1 TO WS-CHK-FINDINGS
              DISPLAY "NEXT TASK ID " WS-NEXT-TASK-ID
              DISPLAY "IS NOT ABOVE HIGHEST TASK " WS-MAX-TASK-ID
              DISPLAY "RE-DERIVE IT? Y/N "
              PERFORM ASK-REPAIR-ANSWER
              IF WS-CHK-ANSWER = 'Y'
                 COMPUTE WS-NEXT-TASK-ID = WS-MAX-TASK-ID + 1
                 PERFORM SAVE-CONTROL
                 DISPLAY "NEXT TASK ID NOW " WS-NEXT-TASK-ID
              END-IF
           END-IF.
           IF WS-NEXT-DAY-ID NOT > WS-MAX-DAY-ID
              ADD 1 TO WS-CHK-FINDINGS
              DISPLAY "NEXT DAY ID " WS-NEXT-DAY-ID
              DISPLAY "IS NOT ABOVE HIGHEST DAY " WS-MAX-DAY-ID
              DISPLAY "RE-DERIVE IT? Y/N "
              PERFORM ASK-REPAIR-ANSWER
              IF WS-CHK-ANSWER = 'Y'
                 COMPUTE WS-NEXT-DAY-ID = WS-MAX-DAY-ID + 1
                 PERFORM SAVE-CONTROL
                 DISPLAY "NEXT DAY ID NOW " WS-NEXT-DAY-ID
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ASK-REPAIR-ANSWER stands in for every repair question the
      * diary check asks: at the keyboard it reads the answer as
      * before, in a batch run it takes the answer the command file
      * gave the CHECK step.
      *-----------------------------------------------------------------
       ASK-REPAIR-ANSWER.
           IF BATCH-MODE
              MOVE WS-BATCH-REPAIR TO WS-CHK-ANSWER
              DISPLAY WS-CHK-ANSWER
           ELSE
              ACCEPT WS-CHK-ANSWER
           END-IF.

      *-----------------------------------------------------------------
      * BATCH-RUN is the unattended end-of-day housekeeping: the
      * steps in DIARYBATCH.CMD (one per line - EXPORT, ARCHIVE
      * <cutoff YYYYMMDD>, CHECK <repair Y/N>, INVOICE [YYYYMM],
      * BACKUP [generations to keep], REMIND) run for every user in
      * the DIARYTEAM.DAT roster, with one result line per user and
      * step in DIARYBATCH.LOG for the operator to check in the
      * morning. No PIN is asked - the run is started by the
      * operator, not by the diary owners.
      *-----------------------------------------------------------------
       BATCH-RUN.
           PERFORM LOAD-BATCH-COMMANDS.
           IF WS-BATCH-STEP-COUNT = 0
              DISPLAY "NO STEPS IN " WS-BATCH-CMD-FILENAME
              DISPLAY "PUT ONE STEP PER LINE IN IT AND RERUN"
           ELSE
              OPEN OUTPUT BATCH-LOG-FILE
              PERFORM OPEN-OUTBOX-FOR-RUN
              OPEN INPUT ROSTER-FILE
              IF NOT ROSTER-FILE-OK
                 DISPLAY "NO " WS-ROSTER-FILENAME " ROSTER - "
                 DISPLAY "NOTHING RUN"
                 MOVE "NO ROSTER - NOTHING RUN"
                    TO BATCH-LOG-RECORD
                 WRITE BATCH-LOG-RECORD
              ELSE
                 MOVE 'N' TO WS-ROSTER-EOF-SWITCH
                 PERFORM BATCH-ROSTER-LOOP UNTIL ROSTER-AT-END
                 CLOSE ROSTER-FILE
              END-IF
              IF OUTBOX-OPEN
                 PERFORM CLOSE-OUTBOX-FOR-RUN
              END-IF
              CLOSE BATCH-LOG-FILE
              DISPLAY "BATCH RUN COMPLETE - SEE "
                 WS-BATCH-LOG-FILENAME
           END-IF.

       LOAD-BATCH-COMMANDS.
           MOVE 0 TO WS-BATCH-STEP-COUNT.
           OPEN INPUT BATCH-CMD-FILE.
           IF BATCH-CMD-FILE-OK
              MOVE 'N' TO WS-BATCH-EOF-SWITCH
              PERFORM LOAD-BATCH-STEP UNTIL BATCH-CMD-AT-END
              CLOSE BATCH-CMD-FILE.

       LOAD-BATCH-STEP.
           READ BATCH-CMD-FILE
               AT END MOVE 'Y' TO WS-BATCH-EOF-SWITCH
               NOT AT END
                  IF BATCH-CMD-RECORD NOT = SPACES
                     AND WS-BATCH-STEP-COUNT < 10
                     ADD 1 TO WS-BATCH-STEP-COUNT
                     MOVE BATCH-CMD-RECORD
                        TO WS-BATCH-STEP (WS-BATCH-STEP-COUNT)
                  END-IF
           END-READ.

       BATCH-ROSTER-LOOP.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
               NOT AT END
                  IF ROSTER-USER NOT = SPACES
                     PERFORM BATCH-ONE-USER
                  END-IF
           END-READ.

       BATCH-ONE-USER.
           MOVE ROSTER-USER TO MY-NAME.
           PERFORM BUILD-FILE-NAMES.
           DISPLAY "BATCH: " WS-USER-KEY.
           PERFORM OPEN-DIARY-FILES.
           IF NOT LOCK-HELD
              MOVE SPACES TO BATCH-LOG-RECORD
              STRING WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                     " IN USE - SKIPPED" DELIMITED BY SIZE
                 INTO BATCH-LOG-RECORD
              END-STRING
              WRITE BATCH-LOG-RECORD
           ELSE
              PERFORM LOAD-CONTROL
              PERFORM RUN-BATCH-STEP
                 VARYING WS-BATCH-IDX FROM 1 BY 1
                 UNTIL WS-BATCH-IDX > WS-BATCH-STEP-COUNT
              PERFORM CLOSE-DIARY-FILES
           END-IF.

       RUN-BATCH-STEP.
           MOVE WS-BATCH-STEP (WS-BATCH-IDX) TO WS-BATCH-CMD.
           MOVE SPACES TO WS-BATCH-VERB.
           MOVE SPACES TO WS-BATCH-PARM.
           UNSTRING WS-BATCH-CMD DELIMITED BY ALL SPACE
               INTO WS-BATCH-VERB WS-BATCH-PARM
           END-UNSTRING.
           MOVE "OK" TO WS-BATCH-RESULT.
           EVALUATE WS-BATCH-VERB
               WHEN "EXPORT"
                  PERFORM EXPORT-DIARY-DATA
               WHEN "ARCHIVE"
                  MOVE WS-BATCH-PARM (1:8) TO WS-ARCH-CUTOFF
                  PERFORM ARCHIVE-OLD-RECORDS
                  IF NOT VALID-DATE
                     MOVE "BAD-CUTOFF" TO WS-BATCH-RESULT
                  ELSE
                     MOVE SPACES TO WS-BATCH-RESULT
                     STRING "OK TASKS " DELIMITED BY SIZE
                            WS-CNT-ARCH-TASKS DELIMITED BY SIZE
                            " DAYS " DELIMITED BY SIZE
                            WS-CNT-ARCH-DAYS DELIMITED BY SIZE
                        INTO WS-BATCH-RESULT
                     END-STRING
                  END-IF
               WHEN "CHECK"
                  IF WS-BATCH-PARM (1:1) = 'Y'
                     MOVE 'Y' TO WS-BATCH-REPAIR
                  ELSE
                     MOVE 'N' TO WS-BATCH-REPAIR
                  END-IF
                  PERFORM CHECK-DIARY
                  MOVE SPACES TO WS-BATCH-RESULT
                  STRING "OK FINDINGS " DELIMITED BY SIZE
                         WS-CHK-FINDINGS DELIMITED BY SIZE
                     INTO WS-BATCH-RESULT
                  END-STRING
               WHEN "INVOICE"
                  MOVE WS-BATCH-PARM (1:6) TO WS-INV-MONTH
                  PERFORM INVOICE-MONTH-END
                  IF NOT INV-MONTH-OK
                     MOVE "BAD-MONTH" TO WS-BATCH-RESULT
                  ELSE
                     MOVE SPACES TO WS-BATCH-RESULT
                     STRING "OK EXTRACTS " DELIMITED BY SIZE
                            WS-INV-CNT-FILES DELIMITED BY SIZE
                            " LINES " DELIMITED BY SIZE
                            WS-INV-CNT-BILLED DELIMITED BY SIZE
                        INTO WS-BATCH-RESULT
                     END-STRING
                  END-IF
               WHEN "BACKUP"
                  MOVE WS-BATCH-PARM (1:1) TO WS-BKP-KEEP-X
                  PERFORM SET-BACKUP-KEEP
                  PERFORM BACKUP-DIARY-SET
                  IF NOT BKP-OK
                     MOVE "BACKUP-FAILED" TO WS-BATCH-RESULT
                  ELSE
                     MOVE SPACES TO WS-BATCH-RESULT
                     STRING "OK SLOT " DELIMITED BY SIZE
                            WS-BKP-NEW-SLOT DELIMITED BY SIZE
                            " RECORDS " DELIMITED BY SIZE
                            WS-BKP-CNT-RECORDS DELIMITED BY SIZE
                            " DROPPED " DELIMITED BY SIZE
                            WS-BKP-CNT-DROPPED DELIMITED BY SIZE
                        INTO WS-BATCH-RESULT
                     END-STRING
                  END-IF
               WHEN "REMIND"
                  PERFORM WRITE-MEMBER-REMINDERS
               WHEN OTHER
                  MOVE "BAD-STEP" TO WS-BATCH-RESULT
           END-EVALUATE.
           PERFORM WRITE-BATCH-LOG-LINE.

       WRITE-BATCH-LOG-LINE.
           MOVE SPACES TO BATCH-LOG-RECORD.
           STRING WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BATCH-VERB DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-BATCH-RESULT DELIMITED BY SIZE
              INTO BATCH-LOG-RECORD
           END-STRING.
           WRITE BATCH-LOG-RECORD.

      *-----------------------------------------------------------------
      * The nightly reminder outbox. When the command file has a
      * REMIND step, DIARYOUTBOX.DAT is started afresh for the run,
      * so the gateway never picks up the same messages twice; each
      * member's REMIND step adds one message (if they have an
      * address and something to be reminded of), and the trailer
      * and the operator's count are written once the roster is
      * done. Handoff notes are only read here - they stay in the
      * handoff file until the owner next opens the diary.
      *-----------------------------------------------------------------
       OPEN-OUTBOX-FOR-RUN.
           MOVE 'N' TO WS-OUTBOX-SWITCH.
           MOVE 0 TO WS-OUT-MSG-COUNT.
           PERFORM CHECK-REMIND-STEP
              VARYING WS-BATCH-IDX FROM 1 BY 1
              UNTIL WS-BATCH-IDX > WS-BATCH-STEP-COUNT
                 OR OUTBOX-OPEN.

       CHECK-REMIND-STEP.
           MOVE WS-BATCH-STEP (WS-BATCH-IDX) TO WS-BATCH-CMD.
           MOVE SPACES TO WS-BATCH-VERB.
           UNSTRING WS-BATCH-CMD DELIMITED BY ALL SPACE
               INTO WS-BATCH-VERB
           END-UNSTRING.
           IF WS-BATCH-VERB = "REMIND"
              OPEN OUTPUT OUTBOX-FILE
              IF OUTBOX-FILE-OK
                 MOVE 'Y' TO WS-OUTBOX-SWITCH
              ELSE
                 DISPLAY "COULD NOT OPEN " WS-OUTBOX-FILENAME
                 DISPLAY "FILE STATUS " WS-OUTBOX-FILE-STATUS
              END-IF
           END-IF.

       CLOSE-OUTBOX-FOR-RUN.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 'T' TO WS-OUTT-TYPE.
           MOVE WS-TODAY-YYYYMMDD TO WS-OUTT-DATE.
           MOVE WS-OUT-MSG-COUNT TO WS-OUTT-MESSAGES.
           MOVE WS-OUT-LINE TO OUTBOX-RECORD.
           WRITE OUTBOX-RECORD.
           CLOSE OUTBOX-FILE.
           MOVE 'N' TO WS-OUTBOX-SWITCH.
           DISPLAY "REMINDER MESSAGES WRITTEN TO "
              WS-OUTBOX-FILENAME ": " WS-OUT-MSG-COUNT.
           MOVE SPACES TO BATCH-LOG-RECORD.
           STRING WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  " OUTBOX " DELIMITED BY SIZE
                  WS-OUTBOX-FILENAME DELIMITED BY SPACE
                  " MESSAGES " DELIMITED BY SIZE
                  WS-OUT-MSG-COUNT DELIMITED BY SIZE
              INTO BATCH-LOG-RECORD
           END-STRING.
           WRITE BATCH-LOG-RECORD.

       WRITE-MEMBER-REMINDERS.
           MOVE SPACES TO WS-OUT-EMAIL.
           OPEN INPUT PROFILE-FILE.
           IF PROFILE-FILE-OK
              MOVE WS-USER-KEY TO PROFILE-USER-KEY
              READ PROFILE-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PROFILE-EMAIL TO WS-OUT-EMAIL
              END-READ
              CLOSE PROFILE-FILE
           END-IF.
      *    A profile saved before addresses were kept has no valid
      *    one in the e-mail field and is treated as having none.
           MOVE 0 TO WS-EMAIL-AT-COUNT.
           INSPECT WS-OUT-EMAIL TALLYING WS-EMAIL-AT-COUNT FOR ALL "@".
           IF WS-EMAIL-AT-COUNT NOT = 1
              MOVE SPACES TO WS-OUT-EMAIL
           END-IF.
           EVALUATE TRUE
               WHEN NOT OUTBOX-OPEN
                  MOVE "NO-OUTBOX" TO WS-BATCH-RESULT
               WHEN WS-OUT-EMAIL = SPACES
                  MOVE "OK NO E-MAIL ADDRESS - NOTHING SENT"
                     TO WS-BATCH-RESULT
               WHEN OTHER
                  PERFORM GATHER-MEMBER-REMINDERS
                  IF WS-OUT-ITEM-COUNT = 0
                     MOVE "OK NOTHING TO REMIND" TO WS-BATCH-RESULT
                  ELSE
                     PERFORM WRITE-OUTBOX-MESSAGE
                     MOVE SPACES TO WS-BATCH-RESULT
                     STRING "OK MESSAGE " DELIMITED BY SIZE
                            WS-OUT-MSG-COUNT DELIMITED BY SIZE
                            " LINES " DELIMITED BY SIZE
                            WS-OUT-ITEM-COUNT DELIMITED BY SIZE
                        INTO WS-BATCH-RESULT
                     END-STRING
                  END-IF
           END-EVALUATE.

       GATHER-MEMBER-REMINDERS.
           MOVE 0 TO WS-OUT-ITEM-COUNT.
           MOVE 0 TO WS-OUT-ITEM-EXTRA.
           MOVE 0 TO WS-OUT-CNT-OVERDUE.
           MOVE 0 TO WS-OUT-CNT-TOMORROW.
           MOVE WS-TODAY-YYYYMMDD TO WS-ROLL-DATE.
           PERFORM ROLL-DATE-FORWARD-DAY.
           MOVE WS-ROLL-DATE TO WS-OUT-TOMORROW.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO TASK-ID.
           START TASK-FILE KEY IS NOT LESS THAN TASK-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-TASK
              PERFORM REMIND-A-TASK UNTIL END-OF-FILE
           END-IF.
           OPEN INPUT HANDOFF-FILE.
           IF HANDOFF-FILE-OK
              MOVE 'N' TO WS-HANDOFF-EOF-SWITCH
              PERFORM REMIND-A-HANDOFF UNTIL HANDOFF-AT-END
              CLOSE HANDOFF-FILE
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO WS-ROLL-DATE.
           PERFORM BUILD-BDAY-SLOT
              VARYING WS-BDAY-IDX FROM 1 BY 1
              UNTIL WS-BDAY-IDX > 8.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO CONTACT-ID.
           START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-CONTACT
              PERFORM REMIND-A-BIRTHDAY UNTIL END-OF-FILE
           END-IF.

       REMIND-A-TASK.
           IF NOT TASK-DONE AND NOT TASK-CANCELLED
              AND TASK-DUE-DATE IS NUMERIC
              AND (TASK-DUE-DATE < WS-TODAY-YYYYMMDD
                   OR TASK-DUE-DATE = WS-OUT-TOMORROW)
              IF TASK-DUE-DATE < WS-TODAY-YYYYMMDD
                 MOVE "OVERDUE" TO WS-OUT-WORK-KIND
                 ADD 1 TO WS-OUT-CNT-OVERDUE
              ELSE
                 MOVE "TOMORROW" TO WS-OUT-WORK-KIND
                 ADD 1 TO WS-OUT-CNT-TOMORROW
              END-IF
              MOVE SPACES TO WS-OUT-WORK-TEXT
              IF TASK-URGENT
                 STRING "URGENT " DELIMITED BY SIZE
                        "TASK " DELIMITED BY SIZE
                        TASK-ID DELIMITED BY SIZE
                        " DUE " DELIMITED BY SIZE
                        TASK-DUE-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        TASK-NAME DELIMITED BY SIZE
                    INTO WS-OUT-WORK-TEXT
                 END-STRING
              ELSE
                 STRING "TASK " DELIMITED BY SIZE
                        TASK-ID DELIMITED BY SIZE
                        " DUE " DELIMITED BY SIZE
                        TASK-DUE-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        TASK-NAME DELIMITED BY SIZE
                    INTO WS-OUT-WORK-TEXT
                 END-STRING
              END-IF
              PERFORM ADD-OUTBOX-ITEM
           END-IF.
           PERFORM READ-NEXT-TASK.

       REMIND-A-HANDOFF.
           READ HANDOFF-FILE
               AT END MOVE 'Y' TO WS-HANDOFF-EOF-SWITCH
               NOT AT END
                  IF HANDOFF-RECORD NOT = SPACES
                     MOVE "HANDOFF" TO WS-OUT-WORK-KIND
                     MOVE HANDOFF-RECORD TO WS-OUT-WORK-TEXT
                     PERFORM ADD-OUTBOX-ITEM
                  END-IF
           END-READ.

       REMIND-A-BIRTHDAY.
           IF CONTACT-BIRTHDATE IS NUMERIC
              MOVE CONTACT-BIRTHDATE (5:4) TO WS-BIRTH-MMDD
              IF WS-BIRTH-MMDD = "0229"
                 MOVE WS-TODAY-YYYYMMDD (1:4) TO WS-ROLL-YYYY
                 PERFORM CHECK-LEAP-YEAR
                 IF NOT LEAP-YEAR
                    MOVE "0228" TO WS-BIRTH-MMDD
                 END-IF
              END-IF
              MOVE 'N' TO WS-BDAY-HIT-SWITCH
              PERFORM MATCH-BDAY-SLOT
                 VARYING WS-BDAY-IDX FROM 1 BY 1
                 UNTIL WS-BDAY-IDX > 8 OR BDAY-IN-WINDOW
              IF BDAY-IN-WINDOW
                 PERFORM RESOLVE-CONTACT-VIEW
                 MOVE "BIRTHDAY" TO WS-OUT-WORK-KIND
                 MOVE SPACES TO WS-OUT-WORK-TEXT
                 IF WS-BIRTH-MMDD = WS-BDAY-MMDD (1)
                    STRING WS-CV-NAME DELIMITED BY SIZE
                           " - TODAY" DELIMITED BY SIZE
                       INTO WS-OUT-WORK-TEXT
                    END-STRING
                 ELSE
                    STRING WS-CV-NAME DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           WS-BIRTH-MMDD (3:2) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-BIRTH-MMDD (1:2) DELIMITED BY SIZE
                       INTO WS-OUT-WORK-TEXT
                    END-STRING
                 END-IF
                 PERFORM ADD-OUTBOX-ITEM
              END-IF
           END-IF.
           PERFORM READ-NEXT-CONTACT.

       ADD-OUTBOX-ITEM.
           IF WS-OUT-ITEM-COUNT < 50
              ADD 1 TO WS-OUT-ITEM-COUNT
              MOVE WS-OUT-WORK-KIND
                 TO WS-OUT-ITEM-KIND (WS-OUT-ITEM-COUNT)
              MOVE WS-OUT-WORK-TEXT
                 TO WS-OUT-ITEM-TEXT (WS-OUT-ITEM-COUNT)
           ELSE
              ADD 1 TO WS-OUT-ITEM-EXTRA
           END-IF.

       WRITE-OUTBOX-MESSAGE.
           ADD 1 TO WS-OUT-MSG-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 'M' TO WS-OUTM-TYPE.
           MOVE WS-OUT-MSG-COUNT TO WS-OUTM-MSG.
           MOVE WS-OUT-EMAIL TO WS-OUTM-EMAIL.
           STRING "DIARY REMINDERS " DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-OUT-CNT-OVERDUE DELIMITED BY SIZE
                  " OVERDUE, " DELIMITED BY SIZE
                  WS-OUT-CNT-TOMORROW DELIMITED BY SIZE
                  " DUE TOMORROW" DELIMITED BY SIZE
              INTO WS-OUTM-SUBJECT
           END-STRING.
           MOVE WS-USER-KEY TO WS-OUTM-USER.
           MOVE WS-TODAY-YYYYMMDD TO WS-OUTM-DATE.
           MOVE WS-OUT-LINE TO OUTBOX-RECORD.
           WRITE OUTBOX-RECORD.
           PERFORM WRITE-OUTBOX-ITEM
              VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > WS-OUT-ITEM-COUNT.
           IF WS-OUT-ITEM-EXTRA > 0
              MOVE "MORE" TO WS-OUT-WORK-KIND
              MOVE SPACES TO WS-OUT-WORK-TEXT
              STRING "AND " DELIMITED BY SIZE
                     WS-OUT-ITEM-EXTRA DELIMITED BY SIZE
                     " MORE - OPEN YOUR DIARY FOR THE REST"
                        DELIMITED BY SIZE
                 INTO WS-OUT-WORK-TEXT
              END-STRING
              MOVE SPACES TO WS-OUT-LINE
              MOVE 'L' TO WS-OUTL-TYPE
              MOVE WS-OUT-MSG-COUNT TO WS-OUTL-MSG
              MOVE WS-OUT-WORK-KIND TO WS-OUTL-KIND
              MOVE WS-OUT-WORK-TEXT TO WS-OUTL-TEXT
              MOVE WS-OUT-LINE TO OUTBOX-RECORD
              WRITE OUTBOX-RECORD
              ADD 1 TO WS-OUT-ITEM-COUNT
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 'E' TO WS-OUTE-TYPE.
           MOVE WS-OUT-MSG-COUNT TO WS-OUTE-MSG.
           MOVE WS-OUT-ITEM-COUNT TO WS-OUTE-LINES.
           MOVE WS-OUT-LINE TO OUTBOX-RECORD.
           WRITE OUTBOX-RECORD.

       WRITE-OUTBOX-ITEM.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 'L' TO WS-OUTL-TYPE.
           MOVE WS-OUT-MSG-COUNT TO WS-OUTL-MSG.
           MOVE WS-OUT-ITEM-KIND (WS-OUT-IDX) TO WS-OUTL-KIND.
           MOVE WS-OUT-ITEM-TEXT (WS-OUT-IDX) TO WS-OUTL-TEXT.
           MOVE WS-OUT-LINE TO OUTBOX-RECORD.
           WRITE OUTBOX-RECORD.

      *-----------------------------------------------------------------
      * MOVE-CONTACT-TO-BIN / MOVE-TASK-TO-BIN / MOVE-DAY-TO-BIN run
      * just before a record is deleted: the whole record goes into
      * the recycle bin stamped with today's date, so the delete
      * paragraphs only remove the live copy once the bin write came
      * back clean (RECYCLE-FILE-OK).
      *-----------------------------------------------------------------
       MOVE-CONTACT-TO-BIN.
           MOVE 'C' TO BIN-TYPE.
           MOVE SPACES TO BIN-DATA.
           MOVE CONTACT-FILE-RECORD TO BIN-DATA.
           PERFORM WRITE-BIN-RECORD.

       MOVE-TASK-TO-BIN.
           MOVE 'T' TO BIN-TYPE.
           MOVE SPACES TO BIN-DATA.
           MOVE TASK-FILE-RECORD TO BIN-DATA.
           PERFORM WRITE-BIN-RECORD.

       MOVE-DAY-TO-BIN.
           MOVE 'D' TO BIN-TYPE.
           MOVE SPACES TO BIN-DATA.
           MOVE DAY-FILE-RECORD TO BIN-DATA.
           PERFORM WRITE-BIN-RECORD.

       MOVE-APPT-TO-BIN.
           MOVE 'A' TO BIN-TYPE.
           MOVE SPACES TO BIN-DATA.
           MOVE APPOINTMENT-RECORD TO BIN-DATA.
           PERFORM WRITE-BIN-RECORD.

       WRITE-BIN-RECORD.
           MOVE WS-NEXT-BIN-ID TO BIN-ID.
           MOVE WS-TODAY-YYYYMMDD TO BIN-DEL-DATE.
           WRITE RECYCLE-RECORD
               INVALID KEY
                  DISPLAY "COULD NOT SAVE TO THE RECYCLE BIN"
               NOT INVALID KEY
                  ADD 1 TO WS-NEXT-BIN-ID
                  PERFORM SAVE-CONTROL
           END-WRITE.

      *-----------------------------------------------------------------
      * LIST-RECYCLE-BIN shows what is waiting in the bin - the bin
      * ID to restore by, what kind of record it is, when it was
      * deleted and enough of the record to recognise it.
      *-----------------------------------------------------------------
       LIST-RECYCLE-BIN.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "-------- RECYCLE BIN --------".
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO BIN-ID.
           START RECYCLE-FILE KEY IS NOT LESS THAN BIN-ID
               INVALID KEY
                  DISPLAY "THE RECYCLE BIN IS EMPTY"
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-BIN
              IF END-OF-FILE
                 DISPLAY "THE RECYCLE BIN IS EMPTY"
              ELSE
                 PERFORM LIST-BIN-LOOP UNTIL END-OF-FILE
              END-IF
           END-IF.

       LIST-BIN-LOOP.
           DISPLAY "BIN ID " BIN-ID " DELETED ON " BIN-DEL-DATE.
           EVALUATE TRUE
               WHEN BIN-CONTACT
                  MOVE BIN-DATA TO CONTACT-FILE-RECORD
                  PERFORM RESOLVE-CONTACT-VIEW
                  DISPLAY "  CONTACT " CONTACT-ID " " WS-CV-NAME
               WHEN BIN-TASK
                  MOVE BIN-DATA TO TASK-FILE-RECORD
                  DISPLAY "  TASK " TASK-ID " " TASK-NAME
               WHEN BIN-DAY
                  MOVE BIN-DATA TO DAY-FILE-RECORD
                  DISPLAY "  DAY " DAY-ID " DATED " DAY-DATE
               WHEN BIN-INTERACTION
                  MOVE BIN-DATA TO INTERACTION-RECORD
                  DISPLAY "  INTERACTION " INT-ID " WITH CONTACT "
                     INT-CONTACT-ID " ON " INT-DATE
               WHEN BIN-APPT
                  MOVE BIN-DATA TO APPOINTMENT-RECORD
                  DISPLAY "  APPOINTMENT " APPT-ID " ON " APPT-DATE
                     " " APPT-START " " APPT-SUBJECT
           END-EVALUATE.
           PERFORM READ-NEXT-BIN.

      *-----------------------------------------------------------------
      * RESTORE-FROM-BIN writes a bin entry back to its live file
      * under its original ID and removes it from the bin. If the
      * original ID (or, for a day entry, its date) is taken again
      * the record stays in the bin untouched.
      *-----------------------------------------------------------------
       RESTORE-FROM-BIN.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ENTER THE BIN ID TO RESTORE: ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE SEARCH-ID-REG-NUM TO BIN-ID.
           READ RECYCLE-FILE
               INVALID KEY
                  DISPLAY "NOT IN THE RECYCLE BIN"
               NOT INVALID KEY
                  EVALUATE TRUE
                      WHEN BIN-CONTACT
                         MOVE BIN-DATA TO CONTACT-FILE-RECORD
                         IF CONTACT-DIR-ID NOT NUMERIC
                            MOVE 0 TO CONTACT-DIR-ID
                         END-IF
                         WRITE CONTACT-FILE-RECORD
                             INVALID KEY
                                DISPLAY "CONTACT ID ALREADY IN USE "
                                        "- NOT RESTORED"
                             NOT INVALID KEY
                                MOVE 'W' TO JRNL-ACTION
                                PERFORM JOURNAL-CONTACT
                                DELETE RECYCLE-FILE RECORD
                                END-DELETE
                                DISPLAY "CONTACT RESTORED"
                                PERFORM RESTORE-CONTACT-INTERACTIONS
                         END-WRITE
                      WHEN BIN-TASK
                         MOVE BIN-DATA TO TASK-FILE-RECORD
                         WRITE TASK-FILE-RECORD
                             INVALID KEY
                                DISPLAY "TASK ID ALREADY IN USE "
                                        "- NOT RESTORED"
                             NOT INVALID KEY
                                MOVE 'W' TO JRNL-ACTION
                                PERFORM JOURNAL-TASK
                                DELETE RECYCLE-FILE RECORD
                                END-DELETE
                                DISPLAY "TASK RESTORED"
                         END-WRITE
                      WHEN BIN-DAY
                         MOVE BIN-DATA TO DAY-FILE-RECORD
                         WRITE DAY-FILE-RECORD
                             INVALID KEY
                                DISPLAY "DAY ID OR DATE ALREADY IN "
                                        "USE - NOT RESTORED"
                             NOT INVALID KEY
                                MOVE 'W' TO JRNL-ACTION
                                PERFORM JOURNAL-DAY
                                DELETE RECYCLE-FILE RECORD
                                END-DELETE
                                DISPLAY "DAY ENTRY RESTORED"
                         END-WRITE
                      WHEN BIN-INTERACTION
                         MOVE BIN-DATA TO INTERACTION-RECORD
                         WRITE INTERACTION-RECORD
                             INVALID KEY
                                DISPLAY "INTERACTION ID ALREADY IN "
                                        "USE - NOT RESTORED"
                             NOT INVALID KEY
                                DELETE RECYCLE-FILE RECORD
                                END-DELETE
                                DISPLAY "INTERACTION RESTORED"
                         END-WRITE
                      WHEN BIN-APPT
                         MOVE BIN-DATA TO APPOINTMENT-RECORD
                         WRITE APPOINTMENT-RECORD
                             INVALID KEY
                                DISPLAY "APPOINTMENT ID ALREADY IN "
                                        "USE - NOT RESTORED"
                             NOT INVALID KEY
                                DELETE RECYCLE-FILE RECORD
                                END-DELETE
                                DISPLAY "APPOINTMENT RESTORED"
                                PERFORM LOG-APPT-INTERACTIONS
                         END-WRITE
                      WHEN OTHER
                         DISPLAY "UNKNOWN RECORD KIND IN THE BIN"
                  END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * PURGE-RECYCLE-BIN runs once when the diary opens and throws
      * away bin entries deleted more than 90 days ago, so the bin
      * cannot grow without bound. Uses the same save-the-key and
      * START-again idiom as the archive sweep.
      *-----------------------------------------------------------------
       PURGE-RECYCLE-BIN.
           MOVE 0 TO WS-CNT-PURGED.
           MOVE WS-TODAY-YYYYMMDD TO WS-ROLL-DATE.
           PERFORM ROLL-DATE-BACKWARD-DAY 90 TIMES.
           MOVE WS-ROLL-DATE TO WS-BIN-CUTOFF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO BIN-ID.
           START RECYCLE-FILE KEY IS NOT LESS THAN BIN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-BIN
              PERFORM PURGE-BIN-LOOP UNTIL END-OF-FILE.
           IF WS-CNT-PURGED > 0
              DISPLAY "RECYCLE BIN ENTRIES OLDER THAN 90 DAYS "
              DISPLAY "PURGED: " WS-CNT-PURGED.

       PURGE-BIN-LOOP.
           IF BIN-DEL-DATE < WS-BIN-CUTOFF
              MOVE BIN-ID TO WS-BIN-KEY-SAVE
              DELETE RECYCLE-FILE RECORD
              END-DELETE
              ADD 1 TO WS-CNT-PURGED
              MOVE WS-BIN-KEY-SAVE TO BIN-ID
              START RECYCLE-FILE KEY IS GREATER THAN BIN-ID
                  INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
              END-START
              IF NOT END-OF-FILE
                 PERFORM READ-NEXT-BIN
              END-IF
           ELSE
              PERFORM READ-NEXT-BIN
           END-IF.

       READ-NEXT-BIN.
           READ RECYCLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-EOF-SWITCH
           END-READ.
           IF WS-RECYCLE-FILE-STATUS NOT = '00'
              AND WS-RECYCLE-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-EOF-SWITCH.

      *-----------------------------------------------------------------
      * CHECK-USER-PROFILE runs before any diary file is opened: a
      * name seen for the first time registers a PIN, a returning
      * user must enter theirs (three attempts), and a session that
      * ends unverified never reaches the diary data.
      *-----------------------------------------------------------------
       CHECK-USER-PROFILE.
           PERFORM OPEN-PROFILE-FILE.
           MOVE 'N' TO WS-PIN-OK-SWITCH.
           MOVE WS-USER-KEY TO PROFILE-USER-KEY.
           READ PROFILE-FILE
               INVALID KEY
                  MOVE 'Y' TO WS-NEW-PROFILE-SWITCH
                  PERFORM REGISTER-NEW-PROFILE
               NOT INVALID KEY
                  PERFORM VERIFY-PROFILE-PIN
           END-READ.
           IF NOT PIN-VERIFIED
              DISPLAY "SORRY, THE DIARY STAYS CLOSED"
              CLOSE PROFILE-FILE
              STOP RUN
           END-IF.
           PERFORM SET-SESSION-ROLE.
           MOVE SPACES TO WS-AUD-LINE.
           MOVE "SIGN-ON" TO WS-AUD-EVENT.
           EVALUATE TRUE
               WHEN NEW-PROFILE
                  MOVE "NEW PROFILE" TO WS-AUD-DETAIL
               WHEN SESSION-SUPERVISOR
                  MOVE "PIN VERIFIED - SUPERVISOR" TO WS-AUD-DETAIL
               WHEN OTHER
                  MOVE "PIN VERIFIED" TO WS-AUD-DETAIL
           END-EVALUATE.
           PERFORM WRITE-AUDIT-ENTRY.

      *-----------------------------------------------------------------
      * SET-SESSION-ROLE takes the supervisor flag from the user's
      * own profile. While nobody on the profile file is a
      * supervisor - a new installation, or profiles saved before
      * the role existed - the first user to sign on becomes one,
      * so there is always someone who can grant the role on.
      *-----------------------------------------------------------------
       SET-SESSION-ROLE.
           MOVE 'N' TO WS-SUPERVISOR-SWITCH.
           IF PROFILE-SUPERVISOR
              MOVE 'Y' TO WS-SUPERVISOR-SWITCH
           ELSE
              PERFORM COUNT-SUPERVISORS
              IF WS-SUP-COUNT = 0
                 MOVE WS-USER-KEY TO PROFILE-USER-KEY
                 READ PROFILE-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE 'S' TO PROFILE-ROLE
                        REWRITE PROFILE-RECORD
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               MOVE 'Y' TO WS-SUPERVISOR-SWITCH
                               DISPLAY "NO SUPERVISOR WAS SET UP - "
                                  "YOU ARE NOW THE DIARY SUPERVISOR"
                               MOVE SPACES TO WS-AUD-LINE
                               MOVE "ROLE-CHANGE" TO WS-AUD-EVENT
                               MOVE "FIRST SUPERVISOR"
                                  TO WS-AUD-DETAIL
                               PERFORM WRITE-AUDIT-ENTRY
                        END-REWRITE
                 END-READ
              END-IF
           END-IF.

       COUNT-SUPERVISORS.
           MOVE 0 TO WS-SUP-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE SPACES TO PROFILE-USER-KEY.
           START PROFILE-FILE KEY IS NOT LESS THAN PROFILE-USER-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-PROFILE
              PERFORM COUNT-ONE-SUPERVISOR UNTIL END-OF-FILE
           END-IF.

       COUNT-ONE-SUPERVISOR.
           IF PROFILE-SUPERVISOR
              ADD 1 TO WS-SUP-COUNT
           END-IF.
           PERFORM READ-NEXT-PROFILE.

       READ-NEXT-PROFILE.
           READ PROFILE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-EOF-SWITCH
           END-READ.
           IF WS-PROFILE-FILE-STATUS NOT = '00'
              AND WS-PROFILE-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-EOF-SWITCH.

       REGISTER-NEW-PROFILE.
           DISPLAY "FIRST TIME HERE - CHOOSE A 4-DIGIT PIN".
           MOVE 0 TO WS-PIN-TRIES.
           PERFORM REGISTER-PIN-ATTEMPT
              UNTIL PIN-VERIFIED OR WS-PIN-TRIES >= 3.
           IF PIN-VERIFIED
              PERFORM ACCEPT-PROFILE-EMAIL
              IF WS-EMAIL-ENTRY NOT = SPACES
                 MOVE WS-EMAIL-ENTRY TO PROFILE-EMAIL
                 REWRITE PROFILE-RECORD
                     INVALID KEY
                        DISPLAY "COULD NOT SAVE THE E-MAIL ADDRESS"
                 END-REWRITE
              END-IF
           END-IF.

       REGISTER-PIN-ATTEMPT.
           DISPLAY "ENTER THE NEW PIN: ".
           ACCEPT WS-PIN-ENTRY.
           DISPLAY "ENTER IT AGAIN: ".
           ACCEPT WS-PIN-ENTRY-2.
           IF WS-PIN-ENTRY = WS-PIN-ENTRY-2
              AND WS-PIN-ENTRY IS NUMERIC
              MOVE WS-USER-KEY TO PROFILE-USER-KEY
              MOVE WS-PIN-ENTRY TO PROFILE-PIN
              MOVE SPACES TO PROFILE-EMAIL
              MOVE SPACE TO PROFILE-ROLE
              WRITE PROFILE-RECORD
                  INVALID KEY
                     ADD 1 TO WS-PIN-TRIES
                     DISPLAY "COULD NOT SAVE THE PROFILE"
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-PIN-OK-SWITCH
                     DISPLAY "PROFILE SAVED - WELCOME"
              END-WRITE
           ELSE
              ADD 1 TO WS-PIN-TRIES
              DISPLAY "PINS DID NOT MATCH OR NOT 4 DIGITS"
           END-IF.

       VERIFY-PROFILE-PIN.
           MOVE 0 TO WS-PIN-TRIES.
           PERFORM VERIFY-PIN-ATTEMPT
              UNTIL PIN-VERIFIED OR WS-PIN-TRIES >= 3.

       VERIFY-PIN-ATTEMPT.
           DISPLAY "ENTER YOUR PIN: ".
           ACCEPT WS-PIN-ENTRY.
           IF WS-PIN-ENTRY = PROFILE-PIN
              MOVE 'Y' TO WS-PIN-OK-SWITCH
           ELSE
              ADD 1 TO WS-PIN-TRIES
              DISPLAY "WRONG PIN"
              MOVE WS-PIN-TRIES TO WS-AUD-TRY
              MOVE SPACES TO WS-AUD-LINE
              MOVE "PIN-FAILED" TO WS-AUD-EVENT
              STRING "SIGN-ON ATTEMPT " DELIMITED BY SIZE
                     WS-AUD-TRY DELIMITED BY SIZE
                     " OF 3" DELIMITED BY SIZE
                 INTO WS-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       CHANGE-MY-PIN.
           PERFORM SPACE-BETWEEN-TEXT
           MOVE WS-USER-KEY TO PROFILE-USER-KEY.
           READ PROFILE-FILE
               INVALID KEY
                  DISPLAY "NO PROFILE ON FILE"
               NOT INVALID KEY
                  DISPLAY "ENTER YOUR CURRENT PIN: "
                  ACCEPT WS-PIN-ENTRY
                  IF WS-PIN-ENTRY = PROFILE-PIN
                     DISPLAY "ENTER THE NEW PIN: "
                     ACCEPT WS-PIN-ENTRY
                     DISPLAY "ENTER IT AGAIN: "
                     ACCEPT WS-PIN-ENTRY-2
                     IF WS-PIN-ENTRY = WS-PIN-ENTRY-2
                        AND WS-PIN-ENTRY IS NUMERIC
                        MOVE WS-PIN-ENTRY TO PROFILE-PIN
                        REWRITE PROFILE-RECORD
                        DISPLAY "PIN CHANGED"
                     ELSE
                        DISPLAY "PINS DID NOT MATCH OR NOT 4 DIGITS "
                                "- PIN NOT CHANGED"
                     END-IF
                  ELSE
                     DISPLAY "WRONG PIN - PIN NOT CHANGED"
                     MOVE SPACES TO WS-AUD-LINE
                     MOVE "PIN-FAILED" TO WS-AUD-EVENT
                     MOVE "PIN CHANGE" TO WS-AUD-DETAIL
                     PERFORM WRITE-AUDIT-ENTRY
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      * SET-MY-EMAIL keeps the address the nightly reminders are sent
      * to. NONE clears it, which stops the reminders.
      *-----------------------------------------------------------------
       SET-MY-EMAIL.
           PERFORM SPACE-BETWEEN-TEXT
           MOVE WS-USER-KEY TO PROFILE-USER-KEY.
           READ PROFILE-FILE
               INVALID KEY
                  DISPLAY "NO PROFILE ON FILE"
               NOT INVALID KEY
                  IF PROFILE-EMAIL = SPACES
                     DISPLAY "NO E-MAIL ADDRESS ON FILE"
                  ELSE
                     DISPLAY "CURRENT ADDRESS: " PROFILE-EMAIL
                  END-IF
                  PERFORM ACCEPT-PROFILE-EMAIL
                  EVALUATE TRUE
                      WHEN WS-EMAIL-ENTRY = SPACES
                         DISPLAY "ADDRESS NOT CHANGED"
                      WHEN WS-EMAIL-ENTRY = "NONE"
                         MOVE SPACES TO PROFILE-EMAIL
                         REWRITE PROFILE-RECORD
                         DISPLAY "ADDRESS CLEARED - NO MORE REMINDERS"
                      WHEN OTHER
                         MOVE WS-EMAIL-ENTRY TO PROFILE-EMAIL
                         REWRITE PROFILE-RECORD
                         DISPLAY "ADDRESS SAVED"
                  END-EVALUATE
           END-READ.

       ACCEPT-PROFILE-EMAIL.
           DISPLAY "ENTER THE E-MAIL ADDRESS FOR YOUR NIGHTLY "
           DISPLAY "REMINDERS (BLANK TO SKIP, NONE FOR NO REMINDERS) ".
           MOVE SPACES TO WS-EMAIL-ENTRY.
           ACCEPT WS-EMAIL-ENTRY.
           IF WS-EMAIL-ENTRY NOT = SPACES
              AND WS-EMAIL-ENTRY NOT = "NONE"
              MOVE 0 TO WS-EMAIL-AT-COUNT
              INSPECT WS-EMAIL-ENTRY TALLYING WS-EMAIL-AT-COUNT
                 FOR ALL "@"
              IF WS-EMAIL-AT-COUNT NOT = 1
                 OR WS-EMAIL-ENTRY (1:1) = "@"
                 DISPLAY "THAT IS NOT AN E-MAIL ADDRESS - NOT SAVED"
                 MOVE SPACES TO WS-EMAIL-ENTRY
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * REFUSE-NOT-SUPERVISOR answers a menu choice that is kept for
      * supervisors: the team-wide reports, journal recovery and the
      * audit tools.
      *-----------------------------------------------------------------
       REFUSE-NOT-SUPERVISOR.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ONLY A SUPERVISOR MAY DO THAT".

      *-----------------------------------------------------------------
      * WRITE-AUDIT-ENTRY appends the caller's WS-AUD-LINE to the
      * shared audit file, stamped with today's date, the time and
      * the signed-on user. The file is opened and closed around each
      * entry so every session's lines land in order.
      *-----------------------------------------------------------------
       WRITE-AUDIT-ENTRY.
           ACCEPT WS-AUD-TIME-NOW FROM TIME.
           MOVE WS-TODAY-YYYYMMDD TO WS-AUD-DATE.
           MOVE WS-AUD-TIME-NOW (1:6) TO WS-AUD-TIME.
           MOVE WS-USER-KEY TO WS-AUD-USER.
           IF WS-AUD-DIARY = SPACES
              MOVE WS-USER-KEY TO WS-AUD-DIARY
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND
              OPEN OUTPUT AUDIT-FILE
              CLOSE AUDIT-FILE
              OPEN EXTEND AUDIT-FILE
           END-IF.
           IF NOT AUDIT-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-AUDIT-FILENAME
              DISPLAY "FILE STATUS " WS-AUDIT-FILE-STATUS
           ELSE
              MOVE WS-AUD-LINE TO AUDIT-RECORD
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * SUPERVISOR-TOOLS: the audit report, and granting or taking
      * back the supervisor role. The last supervisor cannot be
      * taken off, so the role can always be handed on.
      *-----------------------------------------------------------------
       SUPERVISOR-TOOLS.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "1 - AUDIT REPORT BY DATE AND USER".
           DISPLAY "2 - MAKE A USER A SUPERVISOR".
           DISPLAY "3 - TAKE THE SUPERVISOR ROLE AWAY".
           DISPLAY "0 - BACK ".
           ACCEPT WS-AUD-CHOICE.
           EVALUATE WS-AUD-CHOICE
               WHEN 1
                  PERFORM AUDIT-REPORT
               WHEN 2
                  PERFORM GRANT-SUPERVISOR
               WHEN 3
                  PERFORM REVOKE-SUPERVISOR
           END-EVALUATE.

       GRANT-SUPERVISOR.
           DISPLAY "ENTER THE USER TO MAKE A SUPERVISOR: ".
           MOVE SPACES TO WS-SUP-USER.
           ACCEPT WS-SUP-USER.
           MOVE WS-SUP-USER TO PROFILE-USER-KEY.
           READ PROFILE-FILE
               INVALID KEY
                  DISPLAY "NO PROFILE FOR THAT USER - THEY MUST SIGN "
                          "ON ONCE FIRST"
               NOT INVALID KEY
                  IF PROFILE-SUPERVISOR
                     DISPLAY "ALREADY A SUPERVISOR"
                  ELSE
                     MOVE 'S' TO PROFILE-ROLE
                     REWRITE PROFILE-RECORD
                         INVALID KEY
                            DISPLAY "COULD NOT SAVE THE PROFILE"
                         NOT INVALID KEY
                            DISPLAY "SUPERVISOR ROLE GIVEN"
                            MOVE SPACES TO WS-AUD-LINE
                            MOVE "ROLE-CHANGE" TO WS-AUD-EVENT
                            MOVE WS-SUP-USER TO WS-AUD-DIARY
                            MOVE "SUPERVISOR GRANTED" TO WS-AUD-DETAIL
                            PERFORM WRITE-AUDIT-ENTRY
                     END-REWRITE
                  END-IF
           END-READ.

       REVOKE-SUPERVISOR.
           DISPLAY "ENTER THE USER TO TAKE THE ROLE FROM: ".
           MOVE SPACES TO WS-SUP-USER.
           ACCEPT WS-SUP-USER.
           PERFORM COUNT-SUPERVISORS.
           MOVE WS-SUP-USER TO PROFILE-USER-KEY.
           READ PROFILE-FILE
               INVALID KEY
                  DISPLAY "NO PROFILE FOR THAT USER"
               NOT INVALID KEY
                  EVALUATE TRUE
                      WHEN NOT PROFILE-SUPERVISOR
                         DISPLAY "THAT USER IS NOT A SUPERVISOR"
                      WHEN WS-SUP-COUNT < 2
                         DISPLAY "THE LAST SUPERVISOR CANNOT BE TAKEN "
                                 "OFF - MAKE SOMEONE ELSE ONE FIRST"
                      WHEN OTHER
                         MOVE SPACE TO PROFILE-ROLE
                         REWRITE PROFILE-RECORD
                             INVALID KEY
                                DISPLAY "COULD NOT SAVE THE PROFILE"
                             NOT INVALID KEY
                                DISPLAY "SUPERVISOR ROLE TAKEN AWAY"
                                IF WS-SUP-USER = WS-USER-KEY
                                   MOVE 'N' TO WS-SUPERVISOR-SWITCH
                                END-IF
                                MOVE SPACES TO WS-AUD-LINE
                                MOVE "ROLE-CHANGE" TO WS-AUD-EVENT
                                MOVE WS-SUP-USER TO WS-AUD-DIARY
                                MOVE "SUPERVISOR REVOKED"
                                   TO WS-AUD-DETAIL
                                PERFORM WRITE-AUDIT-ENTRY
                         END-REWRITE
                  END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * AUDIT-REPORT lists the audit lines between two dates (either
      * may be left blank for no limit) for one user or everyone.
      * A user matches as the one who acted or as the diary acted
      * on, which answers "who touched this diary".
      *-----------------------------------------------------------------
       AUDIT-REPORT.
           MOVE 'Y' TO WS-AUD-RANGE-SWITCH.
           DISPLAY "FROM DATE YYYYMMDD (BLANK FOR THE START): ".
           MOVE SPACES TO WS-AUD-FROM.
           ACCEPT WS-AUD-FROM.
           IF WS-AUD-FROM NOT = SPACES
              MOVE WS-AUD-FROM TO WS-VAL-DATE
              PERFORM VALIDATE-DATE
              IF NOT VALID-DATE
                 MOVE 'N' TO WS-AUD-RANGE-SWITCH
              END-IF
           END-IF.
           DISPLAY "TO DATE YYYYMMDD (BLANK FOR TODAY): ".
           MOVE SPACES TO WS-AUD-TO.
           ACCEPT WS-AUD-TO.
           IF WS-AUD-TO = SPACES
              MOVE WS-TODAY-YYYYMMDD TO WS-AUD-TO
           ELSE
              MOVE WS-AUD-TO TO WS-VAL-DATE
              PERFORM VALIDATE-DATE
              IF NOT VALID-DATE
                 MOVE 'N' TO WS-AUD-RANGE-SWITCH
              END-IF
           END-IF.
           IF WS-AUD-FROM NOT = SPACES AND WS-AUD-FROM > WS-AUD-TO
              MOVE 'N' TO WS-AUD-RANGE-SWITCH
           END-IF.
           DISPLAY "USER (BLANK FOR EVERYONE): ".
           MOVE SPACES TO WS-AUD-FILTER-USER.
           ACCEPT WS-AUD-FILTER-USER.
           IF NOT AUD-RANGE-OK
              DISPLAY "THAT IS NOT A DATE RANGE - NO REPORT"
           ELSE
              OPEN INPUT AUDIT-FILE
              IF NOT AUDIT-FILE-OK
                 DISPLAY "NO AUDIT ENTRIES YET"
              ELSE
                 DISPLAY "-------- AUDIT REPORT --------"
                 DISPLAY "DATE     TIME   USER                    "
                         "       EVENT          DIARY"
                 MOVE 0 TO WS-AUD-COUNT
                 MOVE 'N' TO WS-AUD-EOF-SWITCH
                 PERFORM AUDIT-REPORT-LOOP UNTIL AUD-AT-END
                 CLOSE AUDIT-FILE
                 DISPLAY "ENTRIES LISTED: " WS-AUD-COUNT
              END-IF
           END-IF.

       AUDIT-REPORT-LOOP.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-AUD-EOF-SWITCH
               NOT AT END
                  MOVE AUDIT-RECORD TO WS-AUD-LINE
                  IF WS-AUD-DATE NOT < WS-AUD-FROM
                     AND WS-AUD-DATE NOT > WS-AUD-TO
                     AND (WS-AUD-FILTER-USER = SPACES
                          OR WS-AUD-USER = WS-AUD-FILTER-USER
                          OR WS-AUD-DIARY = WS-AUD-FILTER-USER)
                     ADD 1 TO WS-AUD-COUNT
                     DISPLAY WS-AUD-DATE " " WS-AUD-TIME " "
                             WS-AUD-USER " " WS-AUD-EVENT " "
                             WS-AUD-DIARY
                     DISPLAY "                " WS-AUD-DETAIL
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Create on status 35 only - any other open status is reported
      * and the profile file left alone, so a transient failure can
      * never wipe everyone's PIN.
      *-----------------------------------------------------------------
       OPEN-PROFILE-FILE.
           OPEN I-O PROFILE-FILE.
           IF PROFILE-FILE-NOT-FOUND
              OPEN OUTPUT PROFILE-FILE
              CLOSE PROFILE-FILE
              OPEN I-O PROFILE-FILE.
           IF NOT PROFILE-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-PROFILE-FILENAME
              DISPLAY "FILE STATUS " WS-PROFILE-FILE-STATUS.

      *-----------------------------------------------------------------
      * TEAM-ROLLUP-REPORT is the Monday-morning supervisor view: it
      * reads user keys out of the DIARYTEAM.DAT roster (one per
      * line), opens each member's task file in turn and reports
      * their counts by status plus every overdue and urgent item,
      * with team totals at the bottom. Every task also goes to
      * TEAM_TASKS.CSV in the export-task layout with the user as an
      * extra first column. The current user's task file is closed
      * while the roster is walked and reopened afterwards.
      *-----------------------------------------------------------------
       TEAM-ROLLUP-REPORT.
           PERFORM SPACE-BETWEEN-TEXT
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-FILE-OK
              DISPLAY "NO " WS-ROSTER-FILENAME " ROSTER - PUT ONE "
              DISPLAY "USER KEY PER LINE IN IT AND RERUN"
           ELSE
              DISPLAY "-------- TEAM ROLL-UP --------"
              MOVE 0 TO WS-TEAM-PENDING
              MOVE 0 TO WS-TEAM-IN-PROGRESS
              MOVE 0 TO WS-TEAM-DONE
              MOVE 0 TO WS-TEAM-CANCELLED
              MOVE 0 TO WS-TEAM-OVERDUE
              MOVE 0 TO WS-TEAM-URGENT
              CLOSE TASK-FILE
              OPEN OUTPUT ROLLUP-CSV-FILE
              MOVE SPACES TO ROLLUP-CSV-RECORD
              STRING
                  "USER,ID,NAME,DESCRIPTION,STATUS,STATUS-DESC,"
                  DELIMITED BY SIZE
                  "DUE-DATE,PRIORITY,DAY-ID,RECUR,RECUR-END,"
                  DELIMITED BY SIZE
                  "PRED1,PRED2,PRED3,PROJECT,ESTIMATE"
                  DELIMITED BY SIZE
                  INTO ROLLUP-CSV-RECORD
              END-STRING
              WRITE ROLLUP-CSV-RECORD
              MOVE 'N' TO WS-ROSTER-EOF-SWITCH
              PERFORM ROLLUP-ROSTER-LOOP UNTIL ROSTER-AT-END
              CLOSE ROLLUP-CSV-FILE
              DISPLAY " "
              DISPLAY "TEAM TOTALS"
              DISPLAY "  PENDING: " WS-TEAM-PENDING
              DISPLAY "  IN PROGRESS: " WS-TEAM-IN-PROGRESS
              DISPLAY "  DONE: " WS-TEAM-DONE
              DISPLAY "  CANCELLED: " WS-TEAM-CANCELLED
              DISPLAY "  OVERDUE: " WS-TEAM-OVERDUE
              DISPLAY "  URGENT OPEN: " WS-TEAM-URGENT
              DISPLAY "WROTE " WS-ROLLUP-FILENAME
              MOVE SPACES TO WS-TASK-FILENAME
              STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                     "_TASKS.DAT" DELIMITED BY SIZE
                 INTO WS-TASK-FILENAME
              PERFORM OPEN-TASK-FILE
              CLOSE ROSTER-FILE
           END-IF.

       ROLLUP-ROSTER-LOOP.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
               NOT AT END
                  IF ROSTER-USER NOT = SPACES
                     PERFORM ROLLUP-ONE-USER
                  END-IF
           END-READ.

       ROLLUP-ONE-USER.
           MOVE ROSTER-USER TO WS-ROLLUP-USER.
           PERFORM VARYING WS-ROSTER-LEN FROM 30 BY -1
                   UNTIL WS-ROSTER-LEN = 0
                      OR WS-ROLLUP-USER (WS-ROSTER-LEN:1) NOT = SPACE
                      CONTINUE
           END-PERFORM.
           PERFORM CHECK-MEMBER-LOCK.
           IF MEMBER-LOCKED
              DISPLAY " "
              DISPLAY "USER: " WS-ROLLUP-USER
              DISPLAY "  IN USE - SKIPPED"
           ELSE
              PERFORM ROLLUP-USER-TASKS
           END-IF.

       ROLLUP-USER-TASKS.
           MOVE SPACES TO WS-TASK-FILENAME.
           STRING WS-ROLLUP-USER (1:WS-ROSTER-LEN) DELIMITED BY SIZE
                  "_TASKS.DAT" DELIMITED BY SIZE
              INTO WS-TASK-FILENAME.
           OPEN INPUT TASK-FILE.
           IF NOT TASK-FILE-OK
              DISPLAY " "
              DISPLAY "USER: " WS-ROLLUP-USER
              DISPLAY "  NO TASK FILE FOUND"
           ELSE
              DISPLAY " "
              DISPLAY "USER: " WS-ROLLUP-USER
              MOVE 0 TO WS-CNT-TASK-PENDING
              MOVE 0 TO WS-CNT-TASK-IN-PROGRESS
              MOVE 0 TO WS-CNT-TASK-DONE
              MOVE 0 TO WS-CNT-TASK-CANCELLED
              MOVE 'N' TO WS-EOF-SWITCH
              MOVE ZEROS TO TASK-ID
              START TASK-FILE KEY IS NOT LESS THAN TASK-ID
                  INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
              END-START
              IF NOT END-OF-FILE
                 PERFORM READ-NEXT-TASK
                 PERFORM ROLLUP-A-TASK UNTIL END-OF-FILE
              END-IF
              CLOSE TASK-FILE
              DISPLAY "  PENDING: " WS-CNT-TASK-PENDING
              DISPLAY "  IN PROGRESS: " WS-CNT-TASK-IN-PROGRESS
              DISPLAY "  DONE: " WS-CNT-TASK-DONE
              DISPLAY "  CANCELLED: " WS-CNT-TASK-CANCELLED
              ADD WS-CNT-TASK-PENDING TO WS-TEAM-PENDING
              ADD WS-CNT-TASK-IN-PROGRESS TO WS-TEAM-IN-PROGRESS
              ADD WS-CNT-TASK-DONE TO WS-TEAM-DONE
              ADD WS-CNT-TASK-CANCELLED TO WS-TEAM-CANCELLED
           END-IF.

       ROLLUP-A-TASK.
           EVALUATE TRUE
               WHEN TASK-PENDING
                  ADD 1 TO WS-CNT-TASK-PENDING
               WHEN TASK-IN-PROGRESS
                  ADD 1 TO WS-CNT-TASK-IN-PROGRESS
               WHEN TASK-DONE
                  ADD 1 TO WS-CNT-TASK-DONE
               WHEN TASK-CANCELLED
                  ADD 1 TO WS-CNT-TASK-CANCELLED
           END-EVALUATE.
           IF NOT TASK-DONE AND NOT TASK-CANCELLED
              IF TASK-DUE-DATE IS NUMERIC
                 AND TASK-DUE-DATE < WS-TODAY-YYYYMMDD
                 ADD 1 TO WS-TEAM-OVERDUE
                 DISPLAY "  OVERDUE " TASK-ID " " TASK-NAME
              END-IF
              IF TASK-URGENT
                 ADD 1 TO WS-TEAM-URGENT
                 DISPLAY "  URGENT  " TASK-ID " " TASK-NAME
              END-IF
           END-IF.
           IF TASK-EST-HOURS NOT NUMERIC
              MOVE 0 TO TASK-EST-HOURS
           END-IF.
           MOVE TASK-EST-HOURS TO WS-FC-CSV-EST.
           MOVE SPACES TO ROLLUP-CSV-RECORD.
           STRING
               WS-ROLLUP-USER (1:WS-ROSTER-LEN) DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-ID              DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-NAME            DELIMITED BY SPACE
               ","                  DELIMITED BY SIZE
               TASK-DESCRIPTION     DELIMITED BY SPACE
               ","                  DELIMITED BY SIZE
               TASK-STATUS          DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-ST-DESCTIP      DELIMITED BY SPACE
               ","                  DELIMITED BY SIZE
               TASK-DUE-DATE        DELIMITED BY SPACE
               ","                  DELIMITED BY SIZE
               TASK-PRIORITY        DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-DAY-ID          DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-RECUR           DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-RECUR-END       DELIMITED BY SPACE
               ","                  DELIMITED BY SIZE
               TASK-PRED-ID (1)     DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-PRED-ID (2)     DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-PRED-ID (3)     DELIMITED BY SIZE
               ","                  DELIMITED BY SIZE
               TASK-PROJ-CODE       DELIMITED BY SPACE
               ","                  DELIMITED BY SIZE
               WS-FC-CSV-EST        DELIMITED BY SIZE
               INTO ROLLUP-CSV-RECORD
           END-STRING.
           WRITE ROLLUP-CSV-RECORD.
           PERFORM READ-NEXT-TASK.

      *-----------------------------------------------------------------
      * WORKLOAD-FORECAST sets each roster member's available hours
      * for each of the next four weeks (today onwards) against the
      * remaining estimate of their open tasks due that week: the
      * estimate less the time already booked in their own time log,
      * never below zero. Overdue open work has to be done now, so it
      * lands in the first week; work due after the fourth week is
      * left out and open work with no due date is shown on its own.
      * Members needing more hours than they have in any week are
      * flagged as over capacity, so a supervisor can see whose
      * tasks to hand on with TRANSFER-A-TASK. Other members' files
      * are reached by repointing the file names, as the team
      * roll-up does, and a member whose diary is in use is skipped.
      *-----------------------------------------------------------------
       WORKLOAD-FORECAST.
           PERFORM SPACE-BETWEEN-TEXT
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-FILE-OK
              DISPLAY "NO " WS-ROSTER-FILENAME " ROSTER - PUT ONE "
              DISPLAY "USER KEY PER LINE IN IT AND RERUN"
           ELSE
              DISPLAY "-------- TEAM WORKLOAD FORECAST --------"
              MOVE WS-TODAY-YYYYMMDD TO WS-ROLL-DATE
              PERFORM BUILD-FORECAST-WEEK
                 VARYING WS-FC-IDX FROM 1 BY 1
                 UNTIL WS-FC-IDX > 4
              MOVE 0 TO WS-FC-CNT-MEMBERS
              MOVE 0 TO WS-FC-CNT-OVER
              CLOSE TASK-FILE
              MOVE 'N' TO WS-ROSTER-EOF-SWITCH
              PERFORM FORECAST-ROSTER-LOOP UNTIL ROSTER-AT-END
              CLOSE ROSTER-FILE
              DISPLAY " "
              DISPLAY "MEMBERS FORECAST: " WS-FC-CNT-MEMBERS
              DISPLAY "OVER CAPACITY:    " WS-FC-CNT-OVER
              IF WS-FC-CNT-OVER > 0
                 DISPLAY "MOVE WORK OFF THE FLAGGED MEMBERS WITH "
                 DISPLAY "OPTION 33 - TRANSFER A TASK TO ANOTHER USER"
              END-IF
              MOVE SPACES TO WS-TASK-FILENAME
              STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                     "_TASKS.DAT" DELIMITED BY SIZE
                 INTO WS-TASK-FILENAME
              MOVE SPACES TO WS-TIME-LOG-FILENAME
              STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                     "_TIMELOG.DAT" DELIMITED BY SIZE
                 INTO WS-TIME-LOG-FILENAME
              PERFORM OPEN-TASK-FILE
           END-IF.

       BUILD-FORECAST-WEEK.
           MOVE WS-ROLL-DATE TO WS-FC-WEEK-START (WS-FC-IDX).
           PERFORM ROLL-DATE-FORWARD-DAY 6 TIMES.
           MOVE WS-ROLL-DATE TO WS-FC-WEEK-END (WS-FC-IDX).
           PERFORM ROLL-DATE-FORWARD-DAY.

       FORECAST-ROSTER-LOOP.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
               NOT AT END
                  IF ROSTER-USER NOT = SPACES
                     PERFORM FORECAST-ONE-USER
                  END-IF
           END-READ.

       FORECAST-ONE-USER.
           MOVE ROSTER-USER TO WS-ROLLUP-USER.
           MOVE 30 TO WS-ROSTER-LEN.
           PERFORM TRIM-ROSTER-LEN
              UNTIL WS-ROSTER-LEN = 0
                 OR WS-ROLLUP-USER (WS-ROSTER-LEN:1) NOT = SPACE.
           MOVE SPACES TO WS-CONV-FIELD.
           MOVE ROSTER-WEEK-HOURS TO WS-CONV-FIELD.
           PERFORM CONVERT-FIELD-TO-NUMBER.
           IF CONV-OK AND WS-CONV-NUMBER NOT > 168
              MOVE WS-CONV-NUMBER TO WS-FC-AVAIL
           ELSE
              MOVE 40 TO WS-FC-AVAIL
           END-IF.
           DISPLAY " ".
           DISPLAY "USER: " WS-ROLLUP-USER.
           PERFORM CHECK-MEMBER-LOCK.
           IF MEMBER-LOCKED
              DISPLAY "  IN USE - SKIPPED"
           ELSE
              PERFORM FORECAST-USER-TASKS
           END-IF.

       TRIM-ROSTER-LEN.
           SUBTRACT 1 FROM WS-ROSTER-LEN.

       FORECAST-USER-TASKS.
           MOVE SPACES TO WS-TASK-FILENAME.
           STRING WS-ROLLUP-USER (1:WS-ROSTER-LEN) DELIMITED BY SIZE
                  "_TASKS.DAT" DELIMITED BY SIZE
              INTO WS-TASK-FILENAME.
           MOVE SPACES TO WS-TIME-LOG-FILENAME.
           STRING WS-ROLLUP-USER (1:WS-ROSTER-LEN) DELIMITED BY SIZE
                  "_TIMELOG.DAT" DELIMITED BY SIZE
              INTO WS-TIME-LOG-FILENAME.
           OPEN INPUT TASK-FILE.
           IF NOT TASK-FILE-OK
              DISPLAY "  NO TASK FILE FOUND"
           ELSE
              ADD 1 TO WS-FC-CNT-MEMBERS
              PERFORM CLEAR-FORECAST-WEEK
                 VARYING WS-FC-IDX FROM 1 BY 1
                 UNTIL WS-FC-IDX > 4
              MOVE 0 TO WS-FC-UNDATED
              MOVE 'N' TO WS-FC-OVER-SWITCH
              MOVE 'N' TO WS-EOF-SWITCH
              MOVE ZEROS TO TASK-ID
              START TASK-FILE KEY IS NOT LESS THAN TASK-ID
                  INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
              END-START
              IF NOT END-OF-FILE
                 PERFORM READ-NEXT-TASK
                 PERFORM FORECAST-A-TASK UNTIL END-OF-FILE
              END-IF
              CLOSE TASK-FILE
              MOVE WS-FC-AVAIL TO WS-FC-SHOW-AVAIL
              DISPLAY "  AVAILABLE " WS-FC-SHOW-AVAIL " H A WEEK"
              PERFORM FORECAST-WEEK-LINE
                 VARYING WS-FC-IDX FROM 1 BY 1
                 UNTIL WS-FC-IDX > 4
              IF WS-FC-UNDATED > 0
                 MOVE WS-FC-UNDATED TO WS-FC-SHOW-REMAIN
                 DISPLAY "  NO DUE DATE           NEEDS "
                    WS-FC-SHOW-REMAIN " H"
              END-IF
              IF FC-MEMBER-OVER
                 ADD 1 TO WS-FC-CNT-OVER
                 DISPLAY "  *** OVER CAPACITY ***"
              END-IF
           END-IF.

       CLEAR-FORECAST-WEEK.
           MOVE 0 TO WS-FC-WEEK-NEED (WS-FC-IDX).

       FORECAST-A-TASK.
           IF (TASK-PENDING OR TASK-IN-PROGRESS)
              AND TASK-EST-HOURS IS NUMERIC
              AND TASK-EST-HOURS > 0
              PERFORM SUM-TIME-FOR-TASK
              PERFORM COMPUTE-TASK-REMAINING
              IF WS-FC-REMAIN > 0
                 PERFORM PLACE-FORECAST-TASK
              END-IF
           END-IF.
           PERFORM READ-NEXT-TASK.

       PLACE-FORECAST-TASK.
           MOVE 0 TO WS-FC-SLOT.
           IF TASK-DUE-DATE IS NOT NUMERIC
              ADD WS-FC-REMAIN TO WS-FC-UNDATED
           ELSE
              IF TASK-DUE-DATE < WS-FC-WEEK-START (1)
                 MOVE 1 TO WS-FC-SLOT
              ELSE
                 PERFORM FIND-FORECAST-WEEK
                    VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > 4 OR WS-FC-SLOT NOT = 0
              END-IF
              IF WS-FC-SLOT NOT = 0
                 ADD WS-FC-REMAIN TO WS-FC-WEEK-NEED (WS-FC-SLOT)
              END-IF
           END-IF.

       FIND-FORECAST-WEEK.
           IF TASK-DUE-DATE NOT > WS-FC-WEEK-END (WS-FC-IDX)
              MOVE WS-FC-IDX TO WS-FC-SLOT
           END-IF.

       FORECAST-WEEK-LINE.
           MOVE WS-FC-WEEK-NEED (WS-FC-IDX) TO WS-FC-SHOW-REMAIN.
           IF WS-FC-WEEK-NEED (WS-FC-IDX) > WS-FC-AVAIL
              MOVE 'Y' TO WS-FC-OVER-SWITCH
              MOVE "  OVER CAPACITY" TO WS-FC-FLAG
           ELSE
              MOVE SPACES TO WS-FC-FLAG
           END-IF.
           DISPLAY "  WEEK OF " WS-FC-WEEK-START (WS-FC-IDX)
              "  NEEDS " WS-FC-SHOW-REMAIN " H" WS-FC-FLAG.

      *-----------------------------------------------------------------
      * COMPUTE-TASK-REMAINING: what is left of the estimate on the
      * task in the record area once the time summed by
      * SUM-TIME-FOR-TASK (in WS-TIME-TOTAL-MINS) is taken off it -
      * zero once the booked time has caught up with the estimate.
      *-----------------------------------------------------------------
       COMPUTE-TASK-REMAINING.
           COMPUTE WS-FC-LOGGED ROUNDED = WS-TIME-TOTAL-MINS / 60.
           IF WS-FC-LOGGED < TASK-EST-HOURS
              COMPUTE WS-FC-REMAIN = TASK-EST-HOURS - WS-FC-LOGGED
           ELSE
              MOVE 0 TO WS-FC-REMAIN
           END-IF.

      *-----------------------------------------------------------------
      * TASK-TREND-REPORT reads the task history back month by month:
      * tasks opened, started, completed and cancelled, the average
      * days from PENDING to IN PROGRESS (timed from the NEW or
      * PENDING line) and from IN PROGRESS to DONE, and the share of
      * completions with a due date that were done on or before it -
      * first for the whole month, then per project code. The task
      * behind each line is looked up in the live task file and then
      * in the archive, so tasks swept away at year end still give
      * their project and due date. Scope 2 adds up every diary on
      * the roster, skipping any that is in use.
      *-----------------------------------------------------------------
       TASK-TREND-REPORT.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "TREND FOR 1 - MY DIARY, 2 - EVERY DIARY ON THE "
           DISPLAY "ROSTER ".
           ACCEPT WS-TR-SCOPE.
           IF WS-TR-SCOPE NOT = 2
              MOVE 1 TO WS-TR-SCOPE
           END-IF.
           IF WS-TR-SCOPE = 2 AND NOT SESSION-SUPERVISOR
              DISPLAY "ONLY A SUPERVISOR MAY REPORT ON EVERY DIARY - "
                      "SHOWING YOURS"
              MOVE 1 TO WS-TR-SCOPE
           END-IF.
           DISPLAY "ENTER THE FIRST MONTH YYYYMM, OR LEAVE BLANK FOR "
           DISPLAY "THE LAST 12 MONTHS ".
           MOVE SPACES TO WS-TR-FROM-MONTH.
           ACCEPT WS-TR-FROM-MONTH.
           MOVE WS-TODAY-YYYYMMDD (1:6) TO WS-TR-TO-MONTH.
           IF WS-TR-FROM-MONTH = SPACES
              MOVE WS-TR-TO-MONTH TO WS-TR-FROM-MONTH
              COMPUTE WS-TR-MONTH-NUM =
                 WS-TR-FROM-YYYY * 12 + WS-TR-FROM-MM - 12
              DIVIDE WS-TR-MONTH-NUM BY 12
                 GIVING WS-TR-FROM-YYYY
                 REMAINDER WS-TR-MONTH-REM
              COMPUTE WS-TR-FROM-MM = WS-TR-MONTH-REM + 1
           END-IF.
           IF WS-TR-FROM-MONTH IS NOT NUMERIC
              OR WS-TR-FROM-MM < 1 OR WS-TR-FROM-MM > 12
              OR WS-TR-FROM-MONTH > WS-TR-TO-MONTH
              DISPLAY "THAT IS NOT A PAST MONTH - NO REPORT"
           ELSE
              MOVE 0 TO WS-TR-COUNT
              MOVE 0 TO WS-TR-CNT-DIARIES
              MOVE 0 TO WS-TR-CNT-DROPPED
              CLOSE TASK-FILE
              CLOSE TASK-HISTORY-FILE
              IF WS-TR-SCOPE = 1
                 MOVE WS-USER-KEY TO WS-ROLLUP-USER
                 MOVE WS-NAME-LEN TO WS-ROSTER-LEN
                 PERFORM TREND-ONE-DIARY
              ELSE
                 OPEN INPUT ROSTER-FILE
                 IF NOT ROSTER-FILE-OK
                    DISPLAY "NO " WS-ROSTER-FILENAME " ROSTER"
                 ELSE
                    MOVE 'N' TO WS-ROSTER-EOF-SWITCH
                    PERFORM TREND-ROSTER-LOOP UNTIL ROSTER-AT-END
                    CLOSE ROSTER-FILE
                 END-IF
              END-IF
              MOVE SPACES TO WS-TASK-FILENAME
              STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                     "_TASKS.DAT" DELIMITED BY SIZE
                 INTO WS-TASK-FILENAME
              MOVE SPACES TO WS-TASK-HIST-FILENAME
              STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                     "_TASKHIST.DAT" DELIMITED BY SIZE
                 INTO WS-TASK-HIST-FILENAME
              MOVE SPACES TO WS-TASK-ARCH-FILENAME
              STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                     "_TASKS_ARCH.DAT" DELIMITED BY SIZE
                 INTO WS-TASK-ARCH-FILENAME
              PERFORM OPEN-TASK-FILE
              PERFORM OPEN-TASK-HISTORY-FILE
              PERFORM SHOW-TREND-REPORT
           END-IF.

       TREND-ROSTER-LOOP.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
               NOT AT END
                  IF ROSTER-USER NOT = SPACES
                     PERFORM TREND-ROSTER-USER
                  END-IF
           END-READ.

       TREND-ROSTER-USER.
           MOVE ROSTER-USER TO WS-ROLLUP-USER.
           MOVE 30 TO WS-ROSTER-LEN.
           PERFORM TRIM-ROSTER-LEN
              UNTIL WS-ROSTER-LEN = 0
                 OR WS-ROLLUP-USER (WS-ROSTER-LEN:1) NOT = SPACE.
           PERFORM CHECK-MEMBER-LOCK.
           IF MEMBER-LOCKED
              DISPLAY "USER " WS-ROLLUP-USER " IN USE - SKIPPED"
           ELSE
              PERFORM TREND-ONE-DIARY
           END-IF.

      *-----------------------------------------------------------------
      * TREND-ONE-DIARY replays one member's history file. The live
      * and archived task files are only opened for input, and a
      * missing one just means no project or due date for its tasks.
      *-----------------------------------------------------------------
       TREND-ONE-DIARY.
           MOVE SPACES TO WS-TASK-FILENAME.
           STRING WS-ROLLUP-USER (1:WS-ROSTER-LEN) DELIMITED BY SIZE
                  "_TASKS.DAT" DELIMITED BY SIZE
              INTO WS-TASK-FILENAME.
           MOVE SPACES TO WS-TASK-HIST-FILENAME.
           STRING WS-ROLLUP-USER (1:WS-ROSTER-LEN) DELIMITED BY SIZE
                  "_TASKHIST.DAT" DELIMITED BY SIZE
              INTO WS-TASK-HIST-FILENAME.
           MOVE SPACES TO WS-TASK-ARCH-FILENAME.
           STRING WS-ROLLUP-USER (1:WS-ROSTER-LEN) DELIMITED BY SIZE
                  "_TASKS_ARCH.DAT" DELIMITED BY SIZE
              INTO WS-TASK-ARCH-FILENAME.
           OPEN INPUT TASK-HISTORY-FILE.
           IF NOT TASK-HIST-FILE-OK
              DISPLAY "NO TASK HISTORY FOR " WS-ROLLUP-USER
           ELSE
              ADD 1 TO WS-TR-CNT-DIARIES
              MOVE 'N' TO WS-TR-LIVE-SWITCH
              OPEN INPUT TASK-FILE
              IF TASK-FILE-OK
                 MOVE 'Y' TO WS-TR-LIVE-SWITCH
              END-IF
              MOVE 'N' TO WS-TR-ARCH-SWITCH
              OPEN INPUT TASK-ARCH-FILE
              IF TASK-ARCH-FILE-OK
                 MOVE 'Y' TO WS-TR-ARCH-SWITCH
              END-IF
              MOVE 0 TO WS-TR-STATE-COUNT
              MOVE 'N' TO WS-TR-EOF-SWITCH
              PERFORM TREND-HISTORY-LOOP UNTIL TR-HIST-AT-END
              CLOSE TASK-HISTORY-FILE
              IF TR-LIVE-OPEN
                 CLOSE TASK-FILE
              END-IF
              IF TR-ARCH-OPEN
                 CLOSE TASK-ARCH-FILE
              END-IF
           END-IF.

       TREND-HISTORY-LOOP.
           READ TASK-HISTORY-FILE
               AT END MOVE 'Y' TO WS-TR-EOF-SWITCH
               NOT AT END PERFORM TREND-ONE-LINE
           END-READ.

      *-----------------------------------------------------------------
      * TREND-ONE-LINE takes one history line apart (task ID, old
      * status or NEW / TRANSFER-..., new status, date) and moves the
      * task's remembered dates on. Status texts are stored up to
      * their first space, so IN PROGRESS reads back as IN.
      *-----------------------------------------------------------------
       TREND-ONE-LINE.
           MOVE SPACES TO WS-TR-FIELD-ID.
           MOVE SPACES TO WS-TR-FIELD-OLD.
           MOVE SPACES TO WS-TR-FIELD-NEW.
           MOVE SPACES TO WS-TR-FIELD-DATE.
           UNSTRING TASK-HISTORY-RECORD DELIMITED BY ","
               INTO WS-TR-FIELD-ID WS-TR-FIELD-OLD
                    WS-TR-FIELD-NEW WS-TR-FIELD-DATE
           END-UNSTRING.
           MOVE WS-TR-FIELD-DATE (1:8) TO WS-TR-EVENT-DATE.
           IF WS-TR-FIELD-ID IS NUMERIC
              AND WS-TR-EVENT-DATE IS NUMERIC
              PERFORM FIND-TREND-STATE
              MOVE SPACE TO WS-TR-EVENT
              MOVE 'N' TO WS-TR-TIMED-SWITCH
              EVALUATE TRUE
                  WHEN WS-TR-FIELD-OLD = "NEW"
                     MOVE 'O' TO WS-TR-EVENT
                     IF WS-TR-FIELD-NEW = "PENDING"
                        PERFORM TREND-SET-PENDING
                     END-IF
                     IF WS-TR-FIELD-NEW = "IN"
                        PERFORM TREND-FORGET-TASK
                        IF WS-TR-STATE-POS NOT = 0
                           MOVE WS-TR-EVENT-DATE
                             TO WS-TRS-PROG-DATE (WS-TR-STATE-POS)
                        END-IF
                     END-IF
                  WHEN WS-TR-FIELD-OLD = "TRANSFER-OUT"
                    OR WS-TR-FIELD-OLD = "TRANSFER-IN"
                     PERFORM TREND-FORGET-TASK
                  WHEN WS-TR-FIELD-NEW = "PENDING"
                     PERFORM TREND-SET-PENDING
                  WHEN WS-TR-FIELD-NEW = "IN"
                     MOVE 'S' TO WS-TR-EVENT
                     PERFORM TREND-SET-STARTED
                  WHEN WS-TR-FIELD-NEW = "DONE"
                     MOVE 'C' TO WS-TR-EVENT
                     PERFORM TREND-SET-COMPLETED
                  WHEN WS-TR-FIELD-NEW = "CANCELLED"
                     MOVE 'X' TO WS-TR-EVENT
                     PERFORM TREND-FORGET-TASK
              END-EVALUATE
              IF WS-TR-EVENT NOT = SPACE
                 AND WS-TR-EVENT-DATE (1:6) NOT < WS-TR-FROM-MONTH
                 AND WS-TR-EVENT-DATE (1:6) NOT > WS-TR-TO-MONTH
                 PERFORM COUNT-TREND-EVENT
              END-IF
           END-IF.

       TREND-SET-PENDING.
           IF WS-TR-STATE-POS NOT = 0
              MOVE WS-TR-EVENT-DATE
                TO WS-TRS-PEND-DATE (WS-TR-STATE-POS)
              MOVE SPACES TO WS-TRS-PROG-DATE (WS-TR-STATE-POS)
           END-IF.

       TREND-SET-STARTED.
           IF WS-TR-STATE-POS NOT = 0
              IF WS-TRS-PEND-DATE (WS-TR-STATE-POS) IS NUMERIC
                 MOVE WS-TRS-PEND-DATE (WS-TR-STATE-POS) TO WS-DN-DATE
                 PERFORM TREND-DAYS-SINCE
                 MOVE WS-DN-WORK TO WS-TR-PEND-DAYS
              END-IF
              MOVE SPACES TO WS-TRS-PEND-DATE (WS-TR-STATE-POS)
              MOVE WS-TR-EVENT-DATE
                TO WS-TRS-PROG-DATE (WS-TR-STATE-POS)
           END-IF.

       TREND-SET-COMPLETED.
           IF WS-TR-STATE-POS NOT = 0
              IF WS-TRS-PROG-DATE (WS-TR-STATE-POS) IS NUMERIC
                 MOVE WS-TRS-PROG-DATE (WS-TR-STATE-POS) TO WS-DN-DATE
                 PERFORM TREND-DAYS-SINCE
                 MOVE WS-DN-WORK TO WS-TR-PROG-DAYS
              END-IF
           END-IF.
           PERFORM TREND-FORGET-TASK.

       TREND-FORGET-TASK.
           IF WS-TR-STATE-POS NOT = 0
              MOVE SPACES TO WS-TRS-PEND-DATE (WS-TR-STATE-POS)
              MOVE SPACES TO WS-TRS-PROG-DATE (WS-TR-STATE-POS)
           END-IF.

      *-----------------------------------------------------------------
      * TREND-DAYS-SINCE: days from the date in WS-DN-DATE to the
      * event date, into WS-DN-WORK. A start date after the event
      * (hand-edited history) is not timed at all.
      *-----------------------------------------------------------------
       TREND-DAYS-SINCE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-DN-START-DAYS.
           MOVE WS-TR-EVENT-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           IF WS-DN-DAYS NOT < WS-DN-START-DAYS
              COMPUTE WS-DN-WORK = WS-DN-DAYS - WS-DN-START-DAYS
              MOVE 'Y' TO WS-TR-TIMED-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * FIND-TREND-STATE points WS-TR-STATE-POS at the task's slot,
      * taking a slot whose task has closed (both dates blank) or a
      * fresh one when the task is new. When all 500 are in use the
      * position stays zero and the task is counted but not timed.
      *-----------------------------------------------------------------
       FIND-TREND-STATE.
           MOVE 0 TO WS-TR-STATE-POS.
           MOVE 0 TO WS-TR-STATE-FREE.
           PERFORM TEST-TREND-STATE
              VARYING WS-TR-STATE-IDX FROM 1 BY 1
              UNTIL WS-TR-STATE-IDX > WS-TR-STATE-COUNT
                 OR WS-TR-STATE-POS NOT = 0.
           IF WS-TR-STATE-POS = 0
              IF WS-TR-STATE-FREE NOT = 0
                 MOVE WS-TR-STATE-FREE TO WS-TR-STATE-POS
              ELSE
                 IF WS-TR-STATE-COUNT < 500
                    ADD 1 TO WS-TR-STATE-COUNT
                    MOVE WS-TR-STATE-COUNT TO WS-TR-STATE-POS
                 END-IF
              END-IF
              IF WS-TR-STATE-POS NOT = 0
                 MOVE WS-TR-FIELD-ID-NUM TO WS-TRS-ID (WS-TR-STATE-POS)
                 MOVE SPACES TO WS-TRS-PEND-DATE (WS-TR-STATE-POS)
                 MOVE SPACES TO WS-TRS-PROG-DATE (WS-TR-STATE-POS)
              END-IF
           END-IF.

       TEST-TREND-STATE.
           IF WS-TRS-ID (WS-TR-STATE-IDX) = WS-TR-FIELD-ID-NUM
              MOVE WS-TR-STATE-IDX TO WS-TR-STATE-POS
           ELSE
              IF WS-TR-STATE-FREE = 0
                 AND WS-TRS-PEND-DATE (WS-TR-STATE-IDX) = SPACES
                 AND WS-TRS-PROG-DATE (WS-TR-STATE-IDX) = SPACES
                 MOVE WS-TR-STATE-IDX TO WS-TR-STATE-FREE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * COUNT-TREND-EVENT adds an event inside the report period to
      * its month total and to its month-and-project line.
      *-----------------------------------------------------------------
       COUNT-TREND-EVENT.
           PERFORM LOOKUP-TREND-TASK.
           MOVE 'N' TO WS-TR-DUE-SWITCH.
           MOVE 'N' TO WS-TR-ONTIME-SWITCH.
           IF TR-EVENT-COMPLETED AND WS-TR-TASK-DUE IS NUMERIC
              MOVE 'Y' TO WS-TR-DUE-SWITCH
              IF WS-TR-EVENT-DATE NOT > WS-TR-TASK-DUE
                 MOVE 'Y' TO WS-TR-ONTIME-SWITCH
              END-IF
           END-IF.
           MOVE WS-TR-EVENT-DATE (1:6) TO WS-TR-WORK-MONTH.
           MOVE LOW-VALUES TO WS-TR-WORK-PROJ.
           PERFORM ADD-TREND-COUNTS.
           MOVE WS-TR-TASK-PROJ TO WS-TR-WORK-PROJ.
           PERFORM ADD-TREND-COUNTS.

       LOOKUP-TREND-TASK.
           MOVE SPACES TO WS-TR-TASK-PROJ.
           MOVE SPACES TO WS-TR-TASK-DUE.
           MOVE 'N' TO WS-TR-FOUND-SWITCH.
           IF TR-LIVE-OPEN
              MOVE WS-TR-FIELD-ID-NUM TO TASK-ID
              READ TASK-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 'Y' TO WS-TR-FOUND-SWITCH
              END-READ
           END-IF.
           IF NOT TR-TASK-FOUND AND TR-ARCH-OPEN
              MOVE WS-TR-FIELD-ID-NUM TO TASK-ARCH-ID
              READ TASK-ARCH-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE TASK-ARCH-RECORD TO TASK-FILE-RECORD
                     MOVE 'Y' TO WS-TR-FOUND-SWITCH
              END-READ
           END-IF.
           IF TR-TASK-FOUND
              MOVE TASK-PROJ-CODE TO WS-TR-TASK-PROJ
              MOVE TASK-DUE-DATE TO WS-TR-TASK-DUE
           END-IF.

       ADD-TREND-COUNTS.
           PERFORM LOCATE-TREND-SLOT.
           IF NOT TR-SLOT-FOUND
              OR WS-TRT-KEY (WS-TR-POS) NOT = WS-TR-WORK-KEY
              IF WS-TR-COUNT < 300
                 IF TR-SLOT-FOUND
                    PERFORM SHIFT-TREND-SLOT
                       VARYING WS-TR-IDX FROM WS-TR-COUNT BY -1
                       UNTIL WS-TR-IDX < WS-TR-POS
                 ELSE
                    COMPUTE WS-TR-POS = WS-TR-COUNT + 1
                 END-IF
                 ADD 1 TO WS-TR-COUNT
                 MOVE WS-TR-WORK-KEY TO WS-TRT-KEY (WS-TR-POS)
                 MOVE ZEROS TO WS-TRT-COUNTS (WS-TR-POS)
              ELSE
                 MOVE 0 TO WS-TR-POS
                 ADD 1 TO WS-TR-CNT-DROPPED
              END-IF
           END-IF.
           IF WS-TR-POS NOT = 0
              EVALUATE TRUE
                  WHEN TR-EVENT-OPENED
                     ADD 1 TO WS-TRT-OPENED (WS-TR-POS)
                  WHEN TR-EVENT-STARTED
                     ADD 1 TO WS-TRT-STARTED (WS-TR-POS)
                     IF TR-TIMED
                        ADD WS-TR-PEND-DAYS
                          TO WS-TRT-PEND-DAYS (WS-TR-POS)
                        ADD 1 TO WS-TRT-PEND-CNT (WS-TR-POS)
                     END-IF
                  WHEN TR-EVENT-COMPLETED
                     ADD 1 TO WS-TRT-COMPLETED (WS-TR-POS)
                     IF TR-TIMED
                        ADD WS-TR-PROG-DAYS
                          TO WS-TRT-PROG-DAYS (WS-TR-POS)
                        ADD 1 TO WS-TRT-PROG-CNT (WS-TR-POS)
                     END-IF
                     IF TR-HAS-DUE
                        ADD 1 TO WS-TRT-DUE-CNT (WS-TR-POS)
                     END-IF
                     IF TR-ON-TIME
                        ADD 1 TO WS-TRT-ONTIME (WS-TR-POS)
                     END-IF
                  WHEN TR-EVENT-CANCELLED
                     ADD 1 TO WS-TRT-CANCELLED (WS-TR-POS)
              END-EVALUATE
           END-IF.

       SHIFT-TREND-SLOT.
           MOVE WS-TR-ENTRY (WS-TR-IDX) TO WS-TR-ENTRY (WS-TR-IDX + 1).

       LOCATE-TREND-SLOT.
           MOVE 'N' TO WS-TR-SLOT-SWITCH.
           MOVE 0 TO WS-TR-POS.
           PERFORM TEST-TREND-SLOT
              VARYING WS-TR-IDX FROM 1 BY 1
              UNTIL WS-TR-IDX > WS-TR-COUNT
                 OR TR-SLOT-FOUND.

       TEST-TREND-SLOT.
           IF WS-TRT-KEY (WS-TR-IDX) NOT < WS-TR-WORK-KEY
              MOVE 'Y' TO WS-TR-SLOT-SWITCH
              MOVE WS-TR-IDX TO WS-TR-POS
           END-IF.

       SHOW-TREND-REPORT.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "-------- TASK TREND " WS-TR-FROM-MONTH " TO "
              WS-TR-TO-MONTH " --------".
           IF WS-TR-SCOPE = 2
              DISPLAY "DIARIES READ FROM THE ROSTER: " WS-TR-CNT-DIARIES
           END-IF.
           IF WS-TR-COUNT = 0
              DISPLAY "NO TASK ACTIVITY RECORDED IN THAT PERIOD"
           ELSE
              DISPLAY "AVG DAYS: WAIT = PENDING TO IN PROGRESS, "
                 "WORK = IN PROGRESS TO DONE"
              DISPLAY "ON TIME: DONE ON OR BEFORE THE DUE DATE"
              PERFORM SHOW-TREND-LINE
                 VARYING WS-TR-IDX FROM 1 BY 1
                 UNTIL WS-TR-IDX > WS-TR-COUNT
           END-IF.
           IF WS-TR-CNT-DROPPED > 0
              DISPLAY "EVENTS LEFT OUT - TOO MANY MONTH AND PROJECT "
                 "LINES: " WS-TR-CNT-DROPPED
           END-IF.

       SHOW-TREND-LINE.
           PERFORM FORMAT-TREND-FIGURES.
           IF WS-TRT-PROJ (WS-TR-IDX) = LOW-VALUES
              DISPLAY " "
              DISPLAY "MONTH " WS-TRT-MONTH (WS-TR-IDX)
                 "  OPENED " WS-TRT-OPENED (WS-TR-IDX)
                 "  STARTED " WS-TRT-STARTED (WS-TR-IDX)
                 "  DONE " WS-TRT-COMPLETED (WS-TR-IDX)
                 "  CANCELLED " WS-TRT-CANCELLED (WS-TR-IDX)
           ELSE
              IF WS-TRT-PROJ (WS-TR-IDX) = SPACES
                 DISPLAY "  NO PROJECT "
                    "  OPENED " WS-TRT-OPENED (WS-TR-IDX)
                    "  STARTED " WS-TRT-STARTED (WS-TR-IDX)
                    "  DONE " WS-TRT-COMPLETED (WS-TR-IDX)
                    "  CANCELLED " WS-TRT-CANCELLED (WS-TR-IDX)
              ELSE
                 DISPLAY "  PROJECT " WS-TRT-PROJ (WS-TR-IDX)
                    "  OPENED " WS-TRT-OPENED (WS-TR-IDX)
                    "  STARTED " WS-TRT-STARTED (WS-TR-IDX)
                    "  DONE " WS-TRT-COMPLETED (WS-TR-IDX)
                    "  CANCELLED " WS-TRT-CANCELLED (WS-TR-IDX)
              END-IF
           END-IF.
           DISPLAY "    AVG DAYS WAIT " WS-TR-SHOW-PEND
              "  WORK " WS-TR-SHOW-PROG
              "  ON TIME " WS-TR-SHOW-PCT.

       FORMAT-TREND-FIGURES.
           IF WS-TRT-PEND-CNT (WS-TR-IDX) = 0
              MOVE "    N/A" TO WS-TR-SHOW-PEND
           ELSE
              COMPUTE WS-TR-AVG-WORK ROUNDED =
                 WS-TRT-PEND-DAYS (WS-TR-IDX)
                 / WS-TRT-PEND-CNT (WS-TR-IDX)
              MOVE WS-TR-AVG-WORK TO WS-TR-EDIT-AVG
              MOVE WS-TR-EDIT-AVG TO WS-TR-SHOW-PEND
           END-IF.
           IF WS-TRT-PROG-CNT (WS-TR-IDX) = 0
              MOVE "    N/A" TO WS-TR-SHOW-PROG
           ELSE
              COMPUTE WS-TR-AVG-WORK ROUNDED =
                 WS-TRT-PROG-DAYS (WS-TR-IDX)
                 / WS-TRT-PROG-CNT (WS-TR-IDX)
              MOVE WS-TR-AVG-WORK TO WS-TR-EDIT-AVG
              MOVE WS-TR-EDIT-AVG TO WS-TR-SHOW-PROG
           END-IF.
           IF WS-TRT-DUE-CNT (WS-TR-IDX) = 0
              MOVE " N/A" TO WS-TR-SHOW-PCT
           ELSE
              COMPUTE WS-TR-PCT-WORK ROUNDED =
                 WS-TRT-ONTIME (WS-TR-IDX) * 100
                 / WS-TRT-DUE-CNT (WS-TR-IDX)
              MOVE WS-TR-PCT-WORK TO WS-TR-EDIT-PCT
              MOVE WS-TR-EDIT-PCT TO WS-TR-SHOW-PCT (1:3)
              MOVE "%" TO WS-TR-SHOW-PCT (4:1)
           END-IF.

      *-----------------------------------------------------------------
      * DATE-TO-DAY-NUMBER turns the date in WS-DN-DATE into a running
      * day count in WS-DN-DAYS. The year is taken to start in March,
      * so the leap day falls at its end and every month before it
      * has a fixed length: 365 days a year, plus the leap days
      * (every 4th year, not every 100th, again every 400th), plus
      * the days of the months already gone and the day itself.
      *-----------------------------------------------------------------
       DATE-TO-DAY-NUMBER.
           MOVE WS-DN-YYYY TO WS-DN-Y.
           MOVE WS-DN-MM TO WS-DN-M.
           IF WS-DN-M < 3
              SUBTRACT 1 FROM WS-DN-Y
              ADD 12 TO WS-DN-M
           END-IF.
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4.
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-WORK = 153 * (WS-DN-M - 3) + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QM.
           COMPUTE WS-DN-DAYS = 365 * WS-DN-Y + WS-DN-Q4 - WS-DN-Q100
              + WS-DN-Q400 + WS-DN-QM + WS-DN-DD.

      *-----------------------------------------------------------------
      * CHECK-MEMBER-LOCK peeks at a roster member's lock file so
      * the roll-up can report "in use" instead of reading their
      * task file mid-update. Our own diary is never "in use" here -
      * the lock it holds is this very session's.
      *-----------------------------------------------------------------
       CHECK-MEMBER-LOCK.
           MOVE 'N' TO WS-MEMBER-LOCK-SWITCH.
           IF WS-ROLLUP-USER NOT = WS-USER-KEY
              MOVE SPACES TO WS-LOCK-FILENAME
              STRING WS-ROLLUP-USER (1:WS-ROSTER-LEN)
                        DELIMITED BY SIZE
                     "_LOCK.DAT" DELIMITED BY SIZE
                 INTO WS-LOCK-FILENAME
              END-STRING
              OPEN INPUT LOCK-FILE
              IF LOCK-FILE-OK
                 READ LOCK-FILE
                     AT END CONTINUE
                     NOT AT END MOVE 'Y' TO WS-MEMBER-LOCK-SWITCH
                 END-READ
                 CLOSE LOCK-FILE
              END-IF
              MOVE SPACES TO WS-LOCK-FILENAME
              STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                     "_LOCK.DAT" DELIMITED BY SIZE
                 INTO WS-LOCK-FILENAME
              END-STRING
           END-IF.

      *-----------------------------------------------------------------
      * DEDUPE-CONTACTS walks the contact file once into a table,
      * pairs entries with the same phone number or the same name
      * and city, and offers each pair for a merge: the kept record
      * fills its blank fields from the duplicate, takes its day
      * link if it has none of its own, inherits its interactions,
      * and the duplicate goes to the recycle bin under its own ID.
      *-----------------------------------------------------------------
       DEDUPE-CONTACTS.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "-------- DUPLICATE CONTACT SCAN --------".
           PERFORM LOAD-DUP-TABLE.
           IF WS-DUP-COUNT < 2
              DISPLAY "NOT ENOUGH CONTACTS TO COMPARE"
           ELSE
              MOVE 0 TO WS-DUP-PAIRS
              MOVE 0 TO WS-DUP-MERGED
              PERFORM DUP-OUTER-LOOP
                 VARYING WS-DUP-IDX FROM 1 BY 1
                 UNTIL WS-DUP-IDX >= WS-DUP-COUNT
              DISPLAY "PAIRS FOUND: " WS-DUP-PAIRS
              DISPLAY "PAIRS MERGED: " WS-DUP-MERGED
           END-IF.

       LOAD-DUP-TABLE.
           MOVE 0 TO WS-DUP-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO CONTACT-ID.
           START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-CONTACT
              PERFORM LOAD-DUP-ENTRY UNTIL END-OF-FILE.

       LOAD-DUP-ENTRY.
           IF WS-DUP-COUNT < 200
              ADD 1 TO WS-DUP-COUNT
              PERFORM RESOLVE-CONTACT-VIEW
              MOVE CONTACT-ID TO WS-DUP-TAB-ID (WS-DUP-COUNT)
              MOVE WS-CV-NAME TO WS-DUP-TAB-NAME (WS-DUP-COUNT)
              MOVE WS-CV-CITY TO WS-DUP-TAB-CITY (WS-DUP-COUNT)
              MOVE WS-CV-PHONE
                 TO WS-DUP-TAB-PHONE (WS-DUP-COUNT)
           END-IF.
           PERFORM READ-NEXT-CONTACT.

       DUP-OUTER-LOOP.
           COMPUTE WS-DUP-IDX-2 = WS-DUP-IDX + 1.
           PERFORM DUP-INNER-LOOP
              UNTIL WS-DUP-IDX-2 > WS-DUP-COUNT.

       DUP-INNER-LOOP.
           IF WS-DUP-TAB-ID (WS-DUP-IDX) NOT = 0
              AND WS-DUP-TAB-ID (WS-DUP-IDX-2) NOT = 0
              IF (WS-DUP-TAB-PHONE (WS-DUP-IDX) NOT = 0
                  AND WS-DUP-TAB-PHONE (WS-DUP-IDX) =
                      WS-DUP-TAB-PHONE (WS-DUP-IDX-2))
                 OR (WS-DUP-TAB-NAME (WS-DUP-IDX) NOT = SPACES
                     AND WS-DUP-TAB-NAME (WS-DUP-IDX) =
                         WS-DUP-TAB-NAME (WS-DUP-IDX-2)
                     AND WS-DUP-TAB-CITY (WS-DUP-IDX) =
                         WS-DUP-TAB-CITY (WS-DUP-IDX-2))
                 ADD 1 TO WS-DUP-PAIRS
                 PERFORM OFFER-MERGE-PAIR
              END-IF
           END-IF.
           ADD 1 TO WS-DUP-IDX-2.

       OFFER-MERGE-PAIR.
           PERFORM SPACE-BETWEEN-TEXT.
           DISPLAY "POSSIBLE DUPLICATES:".
           DISPLAY "  ID " WS-DUP-TAB-ID (WS-DUP-IDX) " "
              WS-DUP-TAB-NAME (WS-DUP-IDX) " "
              WS-DUP-TAB-CITY (WS-DUP-IDX) " "
              WS-DUP-TAB-PHONE (WS-DUP-IDX).
           DISPLAY "  ID " WS-DUP-TAB-ID (WS-DUP-IDX-2) " "
              WS-DUP-TAB-NAME (WS-DUP-IDX-2) " "
              WS-DUP-TAB-CITY (WS-DUP-IDX-2) " "
              WS-DUP-TAB-PHONE (WS-DUP-IDX-2).
           DISPLAY "ENTER THE ID TO KEEP, 0 TO SKIP ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE 'N' TO WS-MERGE-OK-SWITCH.
           EVALUATE SEARCH-ID-REG-NUM
               WHEN WS-DUP-TAB-ID (WS-DUP-IDX)
                  MOVE WS-DUP-TAB-ID (WS-DUP-IDX) TO WS-KEEP-ID
                  MOVE WS-DUP-TAB-ID (WS-DUP-IDX-2) TO WS-LOSE-ID
                  PERFORM MERGE-CONTACT-PAIR
                  IF MERGE-DONE
                     MOVE 0 TO WS-DUP-TAB-ID (WS-DUP-IDX-2)
                  END-IF
               WHEN WS-DUP-TAB-ID (WS-DUP-IDX-2)
                  MOVE WS-DUP-TAB-ID (WS-DUP-IDX-2) TO WS-KEEP-ID
                  MOVE WS-DUP-TAB-ID (WS-DUP-IDX) TO WS-LOSE-ID
                  PERFORM MERGE-CONTACT-PAIR
                  IF MERGE-DONE
                     MOVE 0 TO WS-DUP-TAB-ID (WS-DUP-IDX)
                  END-IF
               WHEN OTHER
                  DISPLAY "PAIR SKIPPED"
           END-EVALUATE.
           IF MERGE-DONE
              ADD 1 TO WS-DUP-MERGED.

       MERGE-CONTACT-PAIR.
           MOVE WS-LOSE-ID TO CONTACT-ID.
           READ CONTACT-FILE
               INVALID KEY
                  DISPLAY "CONTACT " WS-LOSE-ID " NOT FOUND - "
                          "PAIR SKIPPED"
               NOT INVALID KEY
                  MOVE CONTACT-FILE-RECORD TO WS-LOSER-CONTACT
                  MOVE WS-KEEP-ID TO CONTACT-ID
                  READ CONTACT-FILE
                      INVALID KEY
                         DISPLAY "CONTACT " WS-KEEP-ID " NOT FOUND "
                                 "- PAIR SKIPPED"
                      NOT INVALID KEY
                         PERFORM APPLY-CONTACT-MERGE
                  END-READ
           END-READ.

       APPLY-CONTACT-MERGE.
           MOVE CONTACT-FILE-RECORD TO WS-CONTACT-BEFORE.
           IF CONTACT-DIR-ID NOT NUMERIC
              MOVE 0 TO CONTACT-DIR-ID.
           IF WS-LOSER-DIR-ID NOT NUMERIC
              MOVE 0 TO WS-LOSER-DIR-ID.
      *    A keeper linked to the directory holds none of the shared
      *    fields, so there is nothing to fill; an unlinked keeper
      *    takes over the loser's link when it has one.
           IF CONTACT-DIR-ID = 0
              IF WS-LOSER-DIR-ID NOT = 0
                 MOVE WS-LOSER-DIR-ID TO CONTACT-DIR-ID
                 PERFORM BLANK-CONTACT-SHARED-FIELDS
              ELSE
                 PERFORM FILL-SHARED-FROM-LOSER
              END-IF
           END-IF.
           IF CONTACT-BIRTHDATE = SPACES
              MOVE WS-LOSER-BIRTHDATE TO CONTACT-BIRTHDATE.
           IF CONTACT-INSTAGRAM = SPACES
              MOVE WS-LOSER-INSTAGRAM TO CONTACT-INSTAGRAM.
           IF CONTACT-DAY-ID = 0
              MOVE WS-LOSER-DAY-ID TO CONTACT-DAY-ID.
           REWRITE CONTACT-FILE-RECORD.
           MOVE 'R' TO JRNL-ACTION.
           PERFORM JOURNAL-CONTACT.
           PERFORM MOVE-LOSER-INTERACTIONS.
           MOVE WS-LOSER-CONTACT TO CONTACT-FILE-RECORD.
           PERFORM MOVE-CONTACT-TO-BIN.
           IF RECYCLE-FILE-OK
              MOVE CONTACT-FILE-RECORD TO WS-CONTACT-BEFORE
              DELETE CONTACT-FILE RECORD
                  INVALID KEY
                     DISPLAY "COULD NOT DELETE CONTACT " WS-LOSE-ID
                  NOT INVALID KEY
                     MOVE 'X' TO JRNL-ACTION
                     PERFORM JOURNAL-CONTACT
                     MOVE 'Y' TO WS-MERGE-OK-SWITCH
                     DISPLAY "MERGED INTO " WS-KEEP-ID " - CONTACT "
                        WS-LOSE-ID " IS IN THE RECYCLE BIN"
              END-DELETE
           ELSE
              DISPLAY "CONTACT " WS-LOSE-ID " NOT MERGED"
           END-IF.

       FILL-SHARED-FROM-LOSER.
           IF CONTACT-NAME = SPACES
              MOVE WS-LOSER-NAME TO CONTACT-NAME.
           IF CONTACT-PHONE-NUMBER = 0
              MOVE WS-LOSER-PHONE TO CONTACT-PHONE-NUMBER.
           IF CONTACT-HOUSE-NUMBER = 0
              MOVE WS-LOSER-HOUSE TO CONTACT-HOUSE-NUMBER.
           IF CONTACT-STREET = SPACES
              MOVE WS-LOSER-STREET TO CONTACT-STREET.
           IF CONTACT-CITY = SPACES
              MOVE WS-LOSER-CITY TO CONTACT-CITY.
           IF CONTACT-COUNTRY = SPACES
              MOVE WS-LOSER-COUNTRY TO CONTACT-COUNTRY.
           IF CONTACT-EMAIL = SPACES
              MOVE WS-LOSER-EMAIL TO CONTACT-EMAIL.

      *-----------------------------------------------------------------
      * MOVE-LOSER-INTERACTIONS re-points the duplicate's interaction
      * history at the kept contact, so nothing discussed with that
      * person is lost in the merge.
      *-----------------------------------------------------------------
       MOVE-LOSER-INTERACTIONS.
           MOVE WS-LOSE-ID TO WS-INT-LINK-ID.
           MOVE 0 TO WS-INT-COUNT.
           MOVE 'N' TO WS-INT-EOF-SWITCH.
           PERFORM SEEK-FIRST-INTERACTION.
           PERFORM REPOINT-ONE-INTERACTION
              UNTIL INT-LOG-AT-END
                 OR INT-CONTACT-ID NOT EQUAL WS-INT-LINK-ID.
           IF WS-INT-COUNT > 0
              DISPLAY "INTERACTIONS MOVED ACROSS: " WS-INT-COUNT.

       REPOINT-ONE-INTERACTION.
           MOVE WS-KEEP-ID TO INT-CONTACT-ID.
           REWRITE INTERACTION-RECORD.
           ADD 1 TO WS-INT-COUNT.
           PERFORM SEEK-FIRST-INTERACTION.

      *-----------------------------------------------------------------
      * TRANSFER-A-TASK hands a task over to another DIARYTEAM.DAT
      * member. The task is written into the target's task file
      * first, under their next task ID, and only deleted from this
      * diary once that write came back clean - at worst a failed
      * transfer leaves the task visible in both files, never in
      * neither. Day links and predecessor IDs do not travel, they
      * only mean something inside the diary they came from; the due
      * date, priority, project code and recurrence rule all move
      * with the task.
      *-----------------------------------------------------------------
       TRANSFER-A-TASK.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ENTER THE TASK ID TO TRANSFER: ".
           ACCEPT TASK-ID-AUX-NUM.
           MOVE TASK-ID-AUX-NUM TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                  DISPLAY "TASK NOT FOUND"
               NOT INVALID KEY
                  PERFORM TASK-INF-LIST
                  PERFORM ACCEPT-TRANSFER-TARGET
                  IF XFER-USER-ON-ROSTER
                     PERFORM EXECUTE-TASK-TRANSFER
                  END-IF
           END-READ.

       ACCEPT-TRANSFER-TARGET.
           MOVE 'N' TO WS-XFER-FOUND-SWITCH.
           DISPLAY "ENTER THE USER TO HAND IT TO: ".
           ACCEPT WS-XFER-USER.
           EVALUATE TRUE
               WHEN WS-XFER-USER = SPACES
                  DISPLAY "NO USER TYPED - NOTHING TRANSFERRED"
               WHEN WS-XFER-USER = WS-USER-KEY
                  DISPLAY "THAT IS YOUR OWN DIARY - NOTHING "
                          "TRANSFERRED"
               WHEN OTHER
                  PERFORM FIND-USER-ON-ROSTER
                  IF NOT XFER-USER-ON-ROSTER
                     DISPLAY "THAT USER IS NOT ON "
                        WS-ROSTER-FILENAME " - NOTHING TRANSFERRED"
                  END-IF
           END-EVALUATE.

       FIND-USER-ON-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-FILE-OK
              DISPLAY "NO " WS-ROSTER-FILENAME " ROSTER"
           ELSE
              MOVE 'N' TO WS-ROSTER-EOF-SWITCH
              PERFORM SEEK-ROSTER-USER
                 UNTIL ROSTER-AT-END OR XFER-USER-ON-ROSTER
              CLOSE ROSTER-FILE
           END-IF.

       SEEK-ROSTER-USER.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
               NOT AT END
                  IF ROSTER-USER = WS-XFER-USER
                     MOVE 'Y' TO WS-XFER-FOUND-SWITCH
                  END-IF
           END-READ.

       EXECUTE-TASK-TRANSFER.
           MOVE TASK-FILE-RECORD TO WS-XFER-TASK.
           MOVE TASK-ID TO WS-XFER-OLD-ID.
           MOVE 'N' TO WS-XFER-OK-SWITCH.
           PERFORM VARYING WS-XFER-LEN FROM 30 BY -1
                   UNTIL WS-XFER-LEN = 0
                      OR WS-XFER-USER (WS-XFER-LEN:1) NOT = SPACE
                      CONTINUE
           END-PERFORM.
           MOVE WS-XFER-USER TO WS-ROLLUP-USER.
           MOVE WS-XFER-LEN TO WS-ROSTER-LEN.
           PERFORM CHECK-MEMBER-LOCK.
           IF MEMBER-LOCKED
              DISPLAY "THAT DIARY IS IN USE RIGHT NOW - NOTHING "
                      "TRANSFERRED"
           ELSE
              PERFORM SHIP-TASK-TO-TARGET
           END-IF.

       SHIP-TASK-TO-TARGET.
           CLOSE TASK-FILE.
           MOVE SPACES TO WS-TASK-FILENAME.
           STRING WS-XFER-USER (1:WS-XFER-LEN) DELIMITED BY SIZE
                  "_TASKS.DAT" DELIMITED BY SIZE
              INTO WS-TASK-FILENAME.
           PERFORM OPEN-TASK-FILE.
           PERFORM GET-TARGET-NEXT-TASK-ID.
           MOVE WS-XFER-TASK TO TASK-FILE-RECORD.
           MOVE WS-XFER-NEW-ID TO TASK-ID.
           MOVE 0 TO TASK-DAY-ID.
           MOVE ZEROS TO TASK-PRED-TABLE.
           WRITE TASK-FILE-RECORD
               INVALID KEY
                  DISPLAY "COULD NOT SAVE INTO THE TARGET TASK "
                          "FILE - NOTHING TRANSFERRED"
               NOT INVALID KEY
                  MOVE 'Y' TO WS-XFER-OK-SWITCH
                  PERFORM SAVE-TARGET-CONTROL
                  PERFORM JOURNAL-TARGET-TASK
                  PERFORM LOG-TRANSFER-IN
                  PERFORM WRITE-HANDOFF-NOTE
                  MOVE SPACES TO WS-AUD-LINE
                  MOVE "TASK-TRANSFER" TO WS-AUD-EVENT
                  MOVE WS-XFER-USER TO WS-AUD-DIARY
                  STRING "TASK " DELIMITED BY SIZE
                         WS-XFER-OLD-ID DELIMITED BY SIZE
                         " NOW " DELIMITED BY SIZE
                         WS-XFER-NEW-ID DELIMITED BY SIZE
                     INTO WS-AUD-DETAIL
                  END-STRING
                  PERFORM WRITE-AUDIT-ENTRY
           END-WRITE.
      *    The control file name is pointed back at this diary on
      *    both paths - left at the target after a failed write, a
      *    later SAVE-CONTROL would overwrite the target's counters.
           MOVE SPACES TO WS-CONTROL-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_DIARYCTL.DAT" DELIMITED BY SIZE
              INTO WS-CONTROL-FILENAME.
           CLOSE TASK-FILE.
           MOVE SPACES TO WS-TASK-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_TASKS.DAT" DELIMITED BY SIZE
              INTO WS-TASK-FILENAME.
           PERFORM OPEN-TASK-FILE.
           IF XFER-SAVED
              PERFORM REMOVE-TRANSFERRED-TASK.

       REMOVE-TRANSFERRED-TASK.
           MOVE WS-XFER-OLD-ID TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                  DISPLAY "TASK NO LONGER IN THIS DIARY"
               NOT INVALID KEY
                  MOVE TASK-FILE-RECORD TO WS-TASK-BEFORE
                  DELETE TASK-FILE RECORD
                      INVALID KEY
                         DISPLAY "COULD NOT REMOVE THE TASK HERE - "
                                 "IT NOW EXISTS IN BOTH DIARIES"
                         MOVE SPACES TO WS-AUD-LINE
                         MOVE "TASK-TRANSFER" TO WS-AUD-EVENT
                         STRING "TASK " DELIMITED BY SIZE
                                WS-XFER-OLD-ID DELIMITED BY SIZE
                                " KEPT HERE TOO - DELETE FAILED"
                                   DELIMITED BY SIZE
                            INTO WS-AUD-DETAIL
                         END-STRING
                         PERFORM WRITE-AUDIT-ENTRY
                      NOT INVALID KEY
                         MOVE 'X' TO JRNL-ACTION
                         PERFORM JOURNAL-TASK
                         PERFORM LOG-TRANSFER-OUT
                         DISPLAY "TASK " WS-XFER-OLD-ID " HANDED TO "
                            WS-XFER-USER
                         DISPLAY "THEIR NEW TASK ID IS "
                            WS-XFER-NEW-ID
                  END-DELETE
           END-READ.

      *-----------------------------------------------------------------
      * The target's next task ID comes from their own control file;
      * a member who has never opened their diary simply starts at 1.
      * SAVE-TARGET-CONTROL writes the bumped counter back; the
      * control file name itself is restored by the caller whether
      * or not the transfer got that far.
      *-----------------------------------------------------------------
       GET-TARGET-NEXT-TASK-ID.
           MOVE SPACES TO WS-CONTROL-FILENAME.
           STRING WS-XFER-USER (1:WS-XFER-LEN) DELIMITED BY SIZE
                  "_DIARYCTL.DAT" DELIMITED BY SIZE
              INTO WS-CONTROL-FILENAME.
           MOVE 1 TO CTL-NEXT-CONTACT-ID.
           MOVE 1 TO CTL-NEXT-TASK-ID.
           MOVE 1 TO CTL-NEXT-DAY-ID.
           MOVE 1 TO CTL-NEXT-BIN-ID.
           MOVE 1 TO CTL-NEXT-INT-ID.
           MOVE 1 TO CTL-NEXT-APPT-ID.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-OK
              READ CONTROL-FILE
                  AT END CONTINUE
              END-READ
              CLOSE CONTROL-FILE.
           IF CTL-NEXT-CONTACT-ID NOT NUMERIC
              MOVE 1 TO CTL-NEXT-CONTACT-ID.
           IF CTL-NEXT-TASK-ID NOT NUMERIC
              MOVE 1 TO CTL-NEXT-TASK-ID.
           IF CTL-NEXT-DAY-ID NOT NUMERIC
              MOVE 1 TO CTL-NEXT-DAY-ID.
           IF CTL-NEXT-BIN-ID NOT NUMERIC
              MOVE 1 TO CTL-NEXT-BIN-ID.
           IF CTL-NEXT-INT-ID NOT NUMERIC
              MOVE 1 TO CTL-NEXT-INT-ID.
           IF CTL-NEXT-APPT-ID NOT NUMERIC
              MOVE 1 TO CTL-NEXT-APPT-ID.
           MOVE CTL-NEXT-TASK-ID TO WS-XFER-NEW-ID.

       SAVE-TARGET-CONTROL.
           COMPUTE CTL-NEXT-TASK-ID = WS-XFER-NEW-ID + 1.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-FILE-RECORD.
           CLOSE CONTROL-FILE.

      *-----------------------------------------------------------------
      * JOURNAL-TARGET-TASK puts the 'W' image of the transferred
      * task into the TARGET's journal - every write to a task file
      * is journalled, and a journal rebuild starts the file empty
      * and replays, so an unjournalled transfer would vanish the
      * first time the receiver rebuilds. Same close/repoint/write/
      * restore idiom as the target's task-history line below.
      *-----------------------------------------------------------------
       JOURNAL-TARGET-TASK.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-FILENAME.
           STRING WS-XFER-USER (1:WS-XFER-LEN) DELIMITED BY SIZE
                  "_JOURNAL.DAT" DELIMITED BY SIZE
              INTO WS-JOURNAL-FILENAME.
           PERFORM OPEN-JOURNAL-FILE.
           MOVE 'W' TO JRNL-ACTION.
           PERFORM JOURNAL-TASK.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_JOURNAL.DAT" DELIMITED BY SIZE
              INTO WS-JOURNAL-FILENAME.
           PERFORM OPEN-JOURNAL-FILE.

      *-----------------------------------------------------------------
      * Both sides of the handoff go into the task history logs, the
      * same file the status flips already land in: TRANSFER-OUT
      * under the old ID here, TRANSFER-IN under the new ID there.
      *-----------------------------------------------------------------
       LOG-TRANSFER-OUT.
           MOVE SPACES TO TASK-HISTORY-RECORD.
           STRING WS-XFER-OLD-ID      DELIMITED BY SIZE
                  ",TRANSFER-OUT,"    DELIMITED BY SIZE
                  WS-XFER-USER (1:WS-XFER-LEN) DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD   DELIMITED BY SIZE
              INTO TASK-HISTORY-RECORD.
           WRITE TASK-HISTORY-RECORD.

       LOG-TRANSFER-IN.
           CLOSE TASK-HISTORY-FILE.
           MOVE SPACES TO WS-TASK-HIST-FILENAME.
           STRING WS-XFER-USER (1:WS-XFER-LEN) DELIMITED BY SIZE
                  "_TASKHIST.DAT" DELIMITED BY SIZE
              INTO WS-TASK-HIST-FILENAME.
           PERFORM OPEN-TASK-HISTORY-FILE.
           MOVE SPACES TO TASK-HISTORY-RECORD.
           STRING WS-XFER-NEW-ID      DELIMITED BY SIZE
                  ",TRANSFER-IN,"     DELIMITED BY SIZE
                  WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD   DELIMITED BY SIZE
              INTO TASK-HISTORY-RECORD.
           WRITE TASK-HISTORY-RECORD.
           CLOSE TASK-HISTORY-FILE.
           MOVE SPACES TO WS-TASK-HIST-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_TASKHIST.DAT" DELIMITED BY SIZE
              INTO WS-TASK-HIST-FILENAME.
           PERFORM OPEN-TASK-HISTORY-FILE.

       WRITE-HANDOFF-NOTE.
           MOVE SPACES TO WS-HANDOFF-FILENAME.
           STRING WS-XFER-USER (1:WS-XFER-LEN) DELIMITED BY SIZE
                  "_HANDOFF.DAT" DELIMITED BY SIZE
              INTO WS-HANDOFF-FILENAME.
           OPEN EXTEND HANDOFF-FILE.
           IF HANDOFF-FILE-NOT-FOUND
              OPEN OUTPUT HANDOFF-FILE
              CLOSE HANDOFF-FILE
              OPEN EXTEND HANDOFF-FILE.
           MOVE SPACES TO HANDOFF-RECORD.
           STRING "TASK " DELIMITED BY SIZE
                  WS-XFER-NEW-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TASK-NAME DELIMITED BY SPACE
                  " RECEIVED FROM " DELIMITED BY SIZE
                  WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
              INTO HANDOFF-RECORD.
           WRITE HANDOFF-RECORD.
           CLOSE HANDOFF-FILE.
           MOVE SPACES TO WS-HANDOFF-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_HANDOFF.DAT" DELIMITED BY SIZE
              INTO WS-HANDOFF-FILENAME.

      *-----------------------------------------------------------------
      * SHOW-HANDOFF-NOTES runs as the agenda opens: any "received
      * from" notes left by task transfers are shown once and the
      * handoff file is then emptied.
      *-----------------------------------------------------------------
       SHOW-HANDOFF-NOTES.
           MOVE 0 TO WS-HANDOFF-COUNT.
           OPEN INPUT HANDOFF-FILE.
           IF HANDOFF-FILE-OK
              MOVE 'N' TO WS-HANDOFF-EOF-SWITCH
              PERFORM SHOW-HANDOFF-LINE UNTIL HANDOFF-AT-END
              CLOSE HANDOFF-FILE
              IF WS-HANDOFF-COUNT > 0
                 OPEN OUTPUT HANDOFF-FILE
                 CLOSE HANDOFF-FILE
              END-IF
           END-IF.

       SHOW-HANDOFF-LINE.
           READ HANDOFF-FILE
               AT END MOVE 'Y' TO WS-HANDOFF-EOF-SWITCH
               NOT AT END
                  IF WS-HANDOFF-COUNT = 0
                     PERFORM SPACE-BETWEEN-TEXT
                     DISPLAY "---- RECEIVED WHILE YOU WERE AWAY ----"
                  END-IF
                  ADD 1 TO WS-HANDOFF-COUNT
                  DISPLAY HANDOFF-RECORD
           END-READ.

      *-----------------------------------------------------------------
      * LOG-TIME-ON-TASK books hours and minutes against a task into
      * the per-user time log. The date defaults to today; typed
      * dates must be real calendar dates, minutes must be under 60
      * and a booking of nothing is refused. Only a booking answered
      * Y is billable; anything else is kept as non-billable time.
      *-----------------------------------------------------------------
       LOG-TIME-ON-TASK.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ENTER THE TASK ID: ".
           ACCEPT TASK-ID-AUX-NUM.
           MOVE TASK-ID-AUX-NUM TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                  DISPLAY "TASK NOT FOUND"
               NOT INVALID KEY
                  PERFORM TASK-INF-LIST
                  PERFORM ACCEPT-TIME-BOOKING
           END-READ.

       ACCEPT-TIME-BOOKING.
           DISPLAY "ENTER THE DATE YYYYMMDD, OR LEAVE BLANK FOR "
           DISPLAY "TODAY ".
           ACCEPT WS-TIME-DATE-ENTRY.
           IF WS-TIME-DATE-ENTRY = SPACES
              MOVE WS-TODAY-YYYYMMDD TO WS-TIME-DATE-ENTRY
           END-IF.
           MOVE WS-TIME-DATE-ENTRY TO WS-VAL-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT VALID-DATE
              DISPLAY "THAT IS NOT A REAL DATE - NO TIME LOGGED"
           ELSE
              MOVE SPACES TO WS-CONV-FIELD
              DISPLAY "ENTER HOURS SPENT: "
              ACCEPT WS-CONV-FIELD
              PERFORM CONVERT-FIELD-TO-NUMBER
              IF NOT CONV-OK OR WS-CONV-NUMBER > 99
                 DISPLAY "HOURS MUST BE A NUMBER UP TO 99 - NO "
                 DISPLAY "TIME LOGGED"
              ELSE
                 MOVE WS-CONV-NUMBER TO TIME-HOURS
                 MOVE SPACES TO WS-CONV-FIELD
                 DISPLAY "ENTER MINUTES SPENT: "
                 ACCEPT WS-CONV-FIELD
                 PERFORM CONVERT-FIELD-TO-NUMBER
                 IF NOT CONV-OK OR WS-CONV-NUMBER > 59
                    DISPLAY "MINUTES MUST BE A NUMBER UNDER 60 - "
                    DISPLAY "NO TIME LOGGED"
                 ELSE
                    MOVE WS-CONV-NUMBER TO TIME-MINUTES
                    IF TIME-HOURS = 0 AND TIME-MINUTES = 0
                       DISPLAY "NOTHING TO LOG"
                    ELSE
                       DISPLAY "IS THIS TIME BILLABLE TO THE "
                       DISPLAY "PROJECT CLIENT? Y/N "
                       ACCEPT WS-TIME-BILL-ANSWER
                       IF WS-TIME-BILL-ANSWER = 'Y'
                          OR WS-TIME-BILL-ANSWER = 'y'
                          MOVE 'Y' TO TIME-BILLABLE
                       ELSE
                          MOVE 'N' TO TIME-BILLABLE
                       END-IF
                       MOVE SPACES TO TIME-INVOICED
                       MOVE TASK-ID TO TIME-TASK-ID
                       MOVE WS-TIME-DATE-ENTRY TO TIME-DATE
                       PERFORM OPEN-TIME-LOG-EXTEND
                       WRITE TIME-LOG-RECORD
                       CLOSE TIME-LOG-FILE
                       DISPLAY "TIME LOGGED: " TIME-HOURS " H "
                          TIME-MINUTES " MIN ON " TIME-DATE
                          " BILLABLE " TIME-BILLABLE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * LOG-AN-INTERACTION books a dated call, meeting or note
      * against a contact in the interaction log, the way
      * LOG-TIME-ON-TASK books time against a task. The date
      * defaults to today; typed dates must be real calendar dates.
      *-----------------------------------------------------------------
       LOG-AN-INTERACTION.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ENTER THE CONTACT ID: ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE SEARCH-ID-REG-NUM TO CONTACT-ID.
           READ CONTACT-FILE
               INVALID KEY
                  DISPLAY "CONTACT NOT FOUND"
               NOT INVALID KEY
                  PERFORM CONTACT-INF-LIST
                  PERFORM ACCEPT-INTERACTION
           END-READ.

       ACCEPT-INTERACTION.
           DISPLAY "ENTER THE DATE YYYYMMDD, OR LEAVE BLANK FOR "
           DISPLAY "TODAY ".
           ACCEPT WS-INT-DATE-ENTRY.
           IF WS-INT-DATE-ENTRY = SPACES
              MOVE WS-TODAY-YYYYMMDD TO WS-INT-DATE-ENTRY
           END-IF.
           MOVE WS-INT-DATE-ENTRY TO WS-VAL-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT VALID-DATE
              DISPLAY "THAT IS NOT A REAL DATE - NOTHING LOGGED"
           ELSE
              DISPLAY "ENTER THE TYPE C - CALL, M - MEETING, "
              DISPLAY "N - NOTE "
              ACCEPT INT-TYPE
              IF NOT INT-CALL AND NOT INT-MEETING
                 MOVE 'N' TO INT-TYPE
              END-IF
              DISPLAY "ENTER A SHORT TEXT "
              ACCEPT INT-TEXT
              MOVE CONTACT-ID TO INT-CONTACT-ID
              MOVE WS-INT-DATE-ENTRY TO INT-DATE
              MOVE WS-NEXT-INT-ID TO INT-ID
              WRITE INTERACTION-RECORD
                  INVALID KEY
                     DISPLAY "COULD NOT SAVE THE INTERACTION"
                  NOT INVALID KEY
                     ADD 1 TO WS-NEXT-INT-ID
                     PERFORM SAVE-CONTROL
                     DISPLAY "INTERACTION LOGGED, ID " INT-ID
              END-WRITE
           END-IF.

       LIST-CONTACT-INTERACTIONS.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ENTER THE CONTACT ID: ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE SEARCH-ID-REG-NUM TO CONTACT-ID.
           READ CONTACT-FILE
               INVALID KEY
                  DISPLAY "CONTACT NOT FOUND"
               NOT INVALID KEY
                  PERFORM RESOLVE-CONTACT-VIEW
                  DISPLAY "INTERACTIONS WITH " WS-CV-NAME
                  PERFORM LIST-INTERACTION-HISTORY
           END-READ.

      *-----------------------------------------------------------------
      * The history and last-interaction scans both walk the
      * INT-CONTACT-ID alternate key, the same way the day detail
      * walks TASK-DAY-ID and CONTACT-DAY-ID.
      *-----------------------------------------------------------------
       LIST-INTERACTION-HISTORY.
           MOVE CONTACT-ID TO WS-INT-LINK-ID.
           MOVE 0 TO WS-INT-COUNT.
           MOVE 'N' TO WS-INT-EOF-SWITCH.
           PERFORM SEEK-FIRST-INTERACTION.
           PERFORM INTERACTION-HISTORY-LINE
              UNTIL INT-LOG-AT-END
                 OR INT-CONTACT-ID NOT EQUAL WS-INT-LINK-ID.
           IF WS-INT-COUNT = 0
              DISPLAY "NO INTERACTIONS ON FILE".

       INTERACTION-HISTORY-LINE.
           ADD 1 TO WS-INT-COUNT.
           EVALUATE TRUE
               WHEN INT-CALL
                  MOVE "CALL" TO WS-INT-TYPE-DESC
               WHEN INT-MEETING
                  MOVE "MEETING" TO WS-INT-TYPE-DESC
               WHEN OTHER
                  MOVE "NOTE" TO WS-INT-TYPE-DESC
           END-EVALUATE.
           DISPLAY "  " INT-DATE " " WS-INT-TYPE-DESC " " INT-TEXT.
           PERFORM READ-NEXT-INTERACTION.

       FIND-LAST-INTERACTION.
           MOVE CONTACT-ID TO WS-INT-LINK-ID.
           MOVE SPACES TO WS-INT-LAST-DATE.
           MOVE 0 TO WS-INT-COUNT.
           MOVE 'N' TO WS-INT-EOF-SWITCH.
           PERFORM SEEK-FIRST-INTERACTION.
           PERFORM LAST-INTERACTION-LOOP
              UNTIL INT-LOG-AT-END
                 OR INT-CONTACT-ID NOT EQUAL WS-INT-LINK-ID.

       LAST-INTERACTION-LOOP.
           ADD 1 TO WS-INT-COUNT.
           IF INT-DATE > WS-INT-LAST-DATE
              MOVE INT-DATE TO WS-INT-LAST-DATE.
           PERFORM READ-NEXT-INTERACTION.

       SEEK-FIRST-INTERACTION.
           MOVE WS-INT-LINK-ID TO INT-CONTACT-ID.
           START INTERACTION-FILE KEY IS EQUAL TO INT-CONTACT-ID
               INVALID KEY MOVE 'Y' TO WS-INT-EOF-SWITCH
           END-START.
           IF NOT INT-LOG-AT-END
              PERFORM READ-NEXT-INTERACTION.

      *-----------------------------------------------------------------
      * MOVE-INTERACTIONS-TO-BIN runs when a contact is deleted, so
      * the contact's interactions follow it into the recycle bin -
      * each one goes in as its own bin entry. After every delete
      * the scan STARTs again on the alternate key, the same restart
      * idiom the archive sweep uses after losing its position.
      *-----------------------------------------------------------------
       MOVE-INTERACTIONS-TO-BIN.
           MOVE CONTACT-ID TO WS-INT-LINK-ID.
           MOVE 0 TO WS-INT-COUNT.
           MOVE 'N' TO WS-INT-EOF-SWITCH.
           PERFORM SEEK-FIRST-INTERACTION.
           PERFORM BIN-ONE-INTERACTION
              UNTIL INT-LOG-AT-END
                 OR INT-CONTACT-ID NOT EQUAL WS-INT-LINK-ID.
           IF WS-INT-COUNT > 0
              DISPLAY "INTERACTIONS MOVED TO THE BIN WITH IT: "
                 WS-INT-COUNT.

       BIN-ONE-INTERACTION.
           MOVE 'I' TO BIN-TYPE.
           MOVE SPACES TO BIN-DATA.
           MOVE INTERACTION-RECORD TO BIN-DATA.
           PERFORM WRITE-BIN-RECORD.
           IF RECYCLE-FILE-OK
              DELETE INTERACTION-FILE RECORD
              END-DELETE
              ADD 1 TO WS-INT-COUNT
              PERFORM SEEK-FIRST-INTERACTION
           ELSE
              MOVE 'Y' TO WS-INT-EOF-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * RESTORE-CONTACT-INTERACTIONS runs after a contact comes back
      * out of the bin: every binned interaction that points at the
      * restored contact is written back and dropped from the bin,
      * using the save-the-key and START-again idiom.
      *-----------------------------------------------------------------
       RESTORE-CONTACT-INTERACTIONS.
           MOVE CONTACT-ID TO WS-INT-LINK-ID.
           MOVE 0 TO WS-INT-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO BIN-ID.
           START RECYCLE-FILE KEY IS NOT LESS THAN BIN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-BIN
              PERFORM RESTORE-ONE-INTERACTION UNTIL END-OF-FILE.
           IF WS-INT-COUNT > 0
              DISPLAY "INTERACTIONS RESTORED WITH IT: "
                 WS-INT-COUNT.

       RESTORE-ONE-INTERACTION.
           IF BIN-INTERACTION
              MOVE BIN-DATA TO INTERACTION-RECORD
              IF INT-CONTACT-ID = WS-INT-LINK-ID
                 MOVE BIN-ID TO WS-INT-KEY-SAVE
                 WRITE INTERACTION-RECORD
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        DELETE RECYCLE-FILE RECORD
                        END-DELETE
                        ADD 1 TO WS-INT-COUNT
                 END-WRITE
                 MOVE WS-INT-KEY-SAVE TO BIN-ID
                 START RECYCLE-FILE KEY IS GREATER THAN BIN-ID
                     INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
                 END-START
                 IF NOT END-OF-FILE
                    PERFORM READ-NEXT-BIN
                 END-IF
              ELSE
                 PERFORM READ-NEXT-BIN
              END-IF
           ELSE
              PERFORM READ-NEXT-BIN
           END-IF.

       READ-NEXT-INTERACTION.
           READ INTERACTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INT-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-INT-EOF-SWITCH
           END-READ.
           IF WS-INT-FILE-STATUS NOT = '00'
              AND WS-INT-FILE-STATUS NOT = '02'
              MOVE 'Y' TO WS-INT-EOF-SWITCH.

      *-----------------------------------------------------------------
      * MAINTAIN-PERSONAL-DATA erases one contact for good, or lists
      * the contacts due for a retention review.
      *-----------------------------------------------------------------
       MAINTAIN-PERSONAL-DATA.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "PERSONAL DATA: 1 - ERASE A CONTACT EVERYWHERE, "
           DISPLAY "2 - RETENTION REVIEW, 0 - BACK ".
           ACCEPT WS-ERA-CHOICE.
           EVALUATE WS-ERA-CHOICE
               WHEN 1
                  PERFORM ERASE-A-CONTACT
               WHEN 2
                  PERFORM RETENTION-REVIEW
           END-EVALUATE.

      *-----------------------------------------------------------------
      * ERASE-A-CONTACT removes every copy of one contact the diary
      * holds, not just the live record: the contact (with its day
      * link), its recycle-bin entries and binned interactions, the
      * interaction log, its place on appointments (live and binned)
      * and as a project's client, the journal lines that carry it,
      * its line in the contacts CSV export, its card in the vCard
      * export, its name on the planner pages (as a day link and on
      * an appointment's WITH: attendee line), and all of those
      * again inside every backup generation. Nothing goes to the
      * bin or the journal - either would keep a copy. A certificate
      * line saying how much went from where is appended to
      * <user>_ERASURE.DAT. A shared directory entry the contact was
      * linked to is the whole team's and is only reported.
      *-----------------------------------------------------------------
       ERASE-A-CONTACT.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ENTER THE CONTACT ID TO ERASE: ".
           ACCEPT SEARCH-ID-REG-NUM.
           MOVE SEARCH-ID-REG-NUM TO WS-ERA-ID.
           MOVE WS-ERA-ID TO CONTACT-ID.
           READ CONTACT-FILE
               INVALID KEY
                  DISPLAY "CONTACT " WS-ERA-ID " IS NOT IN THE "
                          "CONTACT FILE - ITS COPIES ELSEWHERE "
                          "WILL STILL BE ERASED"
               NOT INVALID KEY
                  PERFORM CONTACT-INF-LIST
           END-READ.
           DISPLAY "THIS CANNOT BE UNDONE, NOT EVEN FROM A BACKUP.".
           DISPLAY "TYPE ERASE TO GO AHEAD, ANYTHING ELSE STOPS ".
           MOVE SPACES TO WS-ERA-ANSWER.
           ACCEPT WS-ERA-ANSWER.
           IF WS-ERA-ANSWER NOT = "ERASE"
              DISPLAY "NOTHING ERASED"
           ELSE
              PERFORM ERASE-CONTACT-EVERYWHERE
              PERFORM WRITE-ERASURE-CERTIFICATE
              MOVE SPACES TO WS-AUD-LINE
              MOVE "ERASURE" TO WS-AUD-EVENT
              STRING "CONTACT " DELIMITED BY SIZE
                     WS-ERA-ID DELIMITED BY SIZE
                 INTO WS-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT-ENTRY
              IF WS-ERA-DIR-ID NOT = 0
                 DISPLAY "THE CONTACT WAS LINKED TO DIRECTORY ENTRY "
                    WS-ERA-DIR-ID
                 DISPLAY "THAT ENTRY IS SHARED BY THE TEAM AND WAS "
                         "LEFT IN PLACE"
              END-IF
           END-IF.

       ERASE-CONTACT-EVERYWHERE.
           MOVE SPACES TO WS-ERA-NAME.
           MOVE 0 TO WS-ERA-DIR-ID.
           MOVE 0 TO WS-ERA-CNT-CONTACT.
           MOVE 0 TO WS-ERA-CNT-DAY-LINK.
           MOVE 0 TO WS-ERA-CNT-BIN.
           MOVE 0 TO WS-ERA-CNT-INT.
           MOVE 0 TO WS-ERA-CNT-APPT.
           MOVE 0 TO WS-ERA-CNT-PROJ.
           MOVE 0 TO WS-ERA-CNT-JRNL.
           MOVE 0 TO WS-ERA-CNT-CSV.
           MOVE 0 TO WS-ERA-CNT-VCF.
           MOVE 0 TO WS-ERA-CNT-PLAN.
           MOVE 0 TO WS-ERA-CNT-BKP-LINES.
           MOVE 0 TO WS-ERA-CNT-BKP-FILES.
           PERFORM ERASE-CONTACT-RECORD.
           PERFORM ERASE-FROM-RECYCLE-BIN.
           PERFORM ERASE-CONTACT-INTERACTIONS.
           PERFORM ERASE-FROM-APPOINTMENTS.
           PERFORM ERASE-FROM-PROJECTS.
           MOVE SPACES TO WS-ERA-PLAN-LINE.
           IF WS-ERA-NAME NOT = SPACES
              STRING "  - "              DELIMITED BY SIZE
                     WS-ERA-NAME         DELIMITED BY SIZE
                 INTO WS-ERA-PLAN-LINE
              END-STRING
           END-IF.
           MOVE SPACES TO WS-ERA-UID-LINE.
           STRING "UID:" DELIMITED BY SIZE
                  WS-ERA-ID-X DELIMITED BY SIZE
                  "@MY-DIARY" DELIMITED BY SIZE
              INTO WS-ERA-UID-LINE
           END-STRING.
           PERFORM ERASE-FROM-JOURNAL.
           PERFORM ERASE-FROM-CONTACT-CSV.
           PERFORM ERASE-FROM-VCARD-FILE.
           PERFORM ERASE-FROM-PLANNER.
           PERFORM ERASE-FROM-BACKUP-SLOT
              VARYING WS-BKP-SLOT FROM 1 BY 1
              UNTIL WS-BKP-SLOT > 9.

      *    The name is kept only for the length of the run, to find
      *    the planner lines that show it.
       ERASE-CONTACT-RECORD.
           MOVE WS-ERA-ID TO CONTACT-ID.
           READ CONTACT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM NOTE-ERASED-CONTACT
                  DELETE CONTACT-FILE RECORD
                      INVALID KEY
                         DISPLAY "COULD NOT ERASE THE CONTACT RECORD"
                      NOT INVALID KEY
                         MOVE 1 TO WS-ERA-CNT-CONTACT
                         IF CONTACT-DAY-ID NOT = 0
                            MOVE 1 TO WS-ERA-CNT-DAY-LINK
                         END-IF
                  END-DELETE
           END-READ.

       NOTE-ERASED-CONTACT.
           IF WS-ERA-NAME = SPACES
              PERFORM RESOLVE-CONTACT-VIEW
              MOVE WS-CV-NAME TO WS-ERA-NAME
           END-IF.
           IF CONTACT-DIR-ID NOT = 0
              MOVE CONTACT-DIR-ID TO WS-ERA-DIR-ID
           END-IF.

      *    Binned appointments keep their place in the bin with the
      *    erased attendee cleared; binned contact and interaction
      *    entries go, using the save-the-key and START-again idiom.
       ERASE-FROM-RECYCLE-BIN.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO BIN-ID.
           START RECYCLE-FILE KEY IS NOT LESS THAN BIN-ID
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-BIN
              PERFORM ERASE-ONE-BIN-ENTRY UNTIL END-OF-FILE
           END-IF.

       ERASE-ONE-BIN-ENTRY.
           MOVE 'N' TO WS-ERA-DROP-SWITCH.
           EVALUATE TRUE
               WHEN BIN-CONTACT AND BIN-DATA (1:20) = WS-ERA-ID-X
                  MOVE 'Y' TO WS-ERA-DROP-SWITCH
                  MOVE BIN-DATA TO CONTACT-FILE-RECORD
                  PERFORM NOTE-ERASED-CONTACT
                  IF CONTACT-DAY-ID NOT = 0
                     MOVE 1 TO WS-ERA-CNT-DAY-LINK
                  END-IF
               WHEN BIN-INTERACTION AND BIN-DATA (21:20) = WS-ERA-ID-X
                  MOVE 'Y' TO WS-ERA-DROP-SWITCH
               WHEN BIN-APPT
                  MOVE BIN-DATA (97:80) TO WS-ERA-ATT-TABLE
                  PERFORM CLEAR-ERASED-ATTENDEES
                  IF WS-ERA-ATT-HITS > 0
                     MOVE WS-ERA-ATT-TABLE TO BIN-DATA (97:80)
                     REWRITE RECYCLE-RECORD
                         INVALID KEY
                            DISPLAY "COULD NOT CLEAR BIN ENTRY " BIN-ID
                         NOT INVALID KEY
                            ADD 1 TO WS-ERA-CNT-BIN
                     END-REWRITE
                  END-IF
           END-EVALUATE.
           IF ERA-DROP-LINE
              MOVE BIN-ID TO WS-ERA-KEY-SAVE
              DELETE RECYCLE-FILE RECORD
                  INVALID KEY
                     DISPLAY "COULD NOT ERASE BIN ENTRY " BIN-ID
                  NOT INVALID KEY
                     ADD 1 TO WS-ERA-CNT-BIN
              END-DELETE
              MOVE WS-ERA-KEY-SAVE TO BIN-ID
              START RECYCLE-FILE KEY IS GREATER THAN BIN-ID
                  INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
              END-START
              IF NOT END-OF-FILE
                 PERFORM READ-NEXT-BIN
              END-IF
           ELSE
              PERFORM READ-NEXT-BIN
           END-IF.

      *    WS-ERA-ATT-TABLE holds the four attendee slots of one
      *    appointment; the erased contact's slots are zeroed, which
      *    is how an empty slot is kept.
       CLEAR-ERASED-ATTENDEES.
           MOVE 0 TO WS-ERA-ATT-HITS.
           PERFORM CLEAR-ONE-ERASED-ATTENDEE
              VARYING WS-ERA-IDX FROM 1 BY 1
              UNTIL WS-ERA-IDX > 4.

       CLEAR-ONE-ERASED-ATTENDEE.
           IF WS-ERA-ATT (WS-ERA-IDX) IS NUMERIC
              AND WS-ERA-ATT (WS-ERA-IDX) = WS-ERA-ID
              MOVE 0 TO WS-ERA-ATT (WS-ERA-IDX)
              ADD 1 TO WS-ERA-ATT-HITS
           END-IF.

       ERASE-CONTACT-INTERACTIONS.
           MOVE WS-ERA-ID TO WS-INT-LINK-ID.
           MOVE 'N' TO WS-INT-EOF-SWITCH.
           PERFORM SEEK-FIRST-INTERACTION.
           PERFORM ERASE-ONE-INTERACTION
              UNTIL INT-LOG-AT-END
                 OR INT-CONTACT-ID NOT EQUAL WS-INT-LINK-ID.

       ERASE-ONE-INTERACTION.
           DELETE INTERACTION-FILE RECORD
           END-DELETE.
           IF INT-FILE-OK
              ADD 1 TO WS-ERA-CNT-INT
              PERFORM SEEK-FIRST-INTERACTION
           ELSE
              DISPLAY "COULD NOT ERASE INTERACTION " INT-ID
              MOVE 'Y' TO WS-INT-EOF-SWITCH
           END-IF.

       ERASE-FROM-APPOINTMENTS.
           MOVE 'N' TO WS-APPT-EOF-SWITCH.
           MOVE ZEROS TO APPT-ID.
           START APPOINTMENT-FILE KEY IS NOT LESS THAN APPT-ID
               INVALID KEY MOVE 'Y' TO WS-APPT-EOF-SWITCH
           END-START.
           IF NOT APPT-SCAN-AT-END
              PERFORM READ-NEXT-APPT
              PERFORM ERASE-ONE-APPT-ATTENDEE
                 UNTIL APPT-SCAN-AT-END
           END-IF.

       ERASE-ONE-APPT-ATTENDEE.
           MOVE APPT-ATTENDEE-TABLE TO WS-ERA-ATT-TABLE.
           PERFORM CLEAR-ERASED-ATTENDEES.
           IF WS-ERA-ATT-HITS > 0
              MOVE WS-ERA-ATT-TABLE TO APPT-ATTENDEE-TABLE
              REWRITE APPOINTMENT-RECORD
                  INVALID KEY
                     DISPLAY "COULD NOT CLEAR APPOINTMENT " APPT-ID
                  NOT INVALID KEY
                     ADD 1 TO WS-ERA-CNT-APPT
              END-REWRITE
           END-IF.
           PERFORM READ-NEXT-APPT.

       ERASE-FROM-PROJECTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE SPACES TO PROJ-CODE.
           START PROJECT-FILE KEY IS NOT LESS THAN PROJ-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-FILE
              PERFORM READ-NEXT-PROJECT
              PERFORM ERASE-ONE-PROJECT-CLIENT UNTIL END-OF-FILE
           END-IF.

       ERASE-ONE-PROJECT-CLIENT.
           IF PROJ-CLIENT-ID = WS-ERA-ID
              MOVE 0 TO PROJ-CLIENT-ID
              REWRITE PROJECT-RECORD
                  INVALID KEY
                     DISPLAY "COULD NOT CLEAR PROJECT " PROJ-CODE
                  NOT INVALID KEY
                     ADD 1 TO WS-ERA-CNT-PROJ
              END-REWRITE
           END-IF.
           PERFORM READ-NEXT-PROJECT.

      *-----------------------------------------------------------------
      * The text files are filtered in two passes through the work
      * file. The first copies every line across as a tagged line in
      * the backup layout (JR, XC, VC or PL, the tags the backup
      * itself uses), leaving out or clearing what belongs to the
      * contact; a file is only written back when something was
      * found. The second pass copies the work file back, and is
      * where whole vCards go - a card is only known to be the
      * contact's when its UID line is reached. A backup generation
      * is already tagged and goes through the same two passes, with
      * its trailer count set to the records that are left.
      *-----------------------------------------------------------------
       ERASE-FROM-JOURNAL.
           MOVE 'J' TO WS-ERA-TARGET.
           CLOSE JOURNAL-FILE.
           PERFORM START-ERASE-PASS.
           IF ERASE-WORK-OK
              OPEN INPUT JOURNAL-FILE
              IF JOURNAL-FILE-OK
                 MOVE 'N' TO WS-ERA-EOF-SWITCH
                 PERFORM ERASE-JOURNAL-LOOP UNTIL ERA-AT-END
                 CLOSE JOURNAL-FILE
              END-IF
              CLOSE ERASE-WORK-FILE
              IF ERA-FILE-CHANGED
                 PERFORM ERASE-COPY-BACK
                 IF ERA-COPIED-BACK
                    MOVE WS-ERA-LINES TO WS-ERA-CNT-JRNL
                 END-IF
              END-IF
           END-IF.
           PERFORM OPEN-JOURNAL-FILE.

       ERASE-JOURNAL-LOOP.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-ERA-EOF-SWITCH
               NOT AT END
                  MOVE SPACES TO WS-BKP-LINE
                  MOVE "JR" TO WS-BKP-TAG
                  MOVE JOURNAL-RECORD TO WS-BKP-DATA
                  PERFORM ERASE-PASS-LINE
           END-READ.

       ERASE-FROM-CONTACT-CSV.
           MOVE 'X' TO WS-ERA-TARGET.
           PERFORM START-ERASE-PASS.
           IF ERASE-WORK-OK
              OPEN INPUT EXPORT-CONTACT-FILE
              IF EXPORT-FILE-OK
                 MOVE 'N' TO WS-ERA-EOF-SWITCH
                 PERFORM ERASE-CONTACT-CSV-LOOP UNTIL ERA-AT-END
                 CLOSE EXPORT-CONTACT-FILE
              END-IF
              CLOSE ERASE-WORK-FILE
              IF ERA-FILE-CHANGED
                 PERFORM ERASE-COPY-BACK
                 IF ERA-COPIED-BACK
                    MOVE WS-ERA-LINES TO WS-ERA-CNT-CSV
                 END-IF
              END-IF
           END-IF.

       ERASE-CONTACT-CSV-LOOP.
           READ EXPORT-CONTACT-FILE
               AT END MOVE 'Y' TO WS-ERA-EOF-SWITCH
               NOT AT END
                  MOVE SPACES TO WS-BKP-LINE
                  MOVE "XC" TO WS-BKP-TAG
                  MOVE EXPORT-CONTACT-RECORD TO WS-BKP-DATA
                  PERFORM ERASE-PASS-LINE
           END-READ.

       ERASE-FROM-VCARD-FILE.
           MOVE 'V' TO WS-ERA-TARGET.
           PERFORM START-ERASE-PASS.
           IF ERASE-WORK-OK
              OPEN INPUT VCARD-FILE
              IF CARD-FILE-OK
                 MOVE 'N' TO WS-ERA-EOF-SWITCH
                 PERFORM ERASE-VCARD-LOOP UNTIL ERA-AT-END
                 CLOSE VCARD-FILE
              END-IF
              CLOSE ERASE-WORK-FILE
              IF ERA-FILE-CHANGED
                 PERFORM ERASE-COPY-BACK
                 IF ERA-COPIED-BACK
                    MOVE WS-ERA-CARD-COUNT TO WS-ERA-CNT-VCF
                 END-IF
              END-IF
           END-IF.

       ERASE-VCARD-LOOP.
           READ VCARD-FILE
               AT END MOVE 'Y' TO WS-ERA-EOF-SWITCH
               NOT AT END
                  MOVE SPACES TO WS-BKP-LINE
                  MOVE "VC" TO WS-BKP-TAG
                  MOVE VCARD-RECORD TO WS-BKP-DATA
                  PERFORM ERASE-PASS-LINE
           END-READ.

       ERASE-FROM-PLANNER.
           MOVE 'P' TO WS-ERA-TARGET.
           PERFORM START-ERASE-PASS.
           IF ERASE-WORK-OK
              OPEN INPUT PLANNER-FILE
              IF PLANNER-FILE-OK
                 MOVE 'N' TO WS-ERA-EOF-SWITCH
                 PERFORM ERASE-PLANNER-LOOP UNTIL ERA-AT-END
                 CLOSE PLANNER-FILE
              END-IF
              CLOSE ERASE-WORK-FILE
              IF ERA-FILE-CHANGED
                 PERFORM ERASE-COPY-BACK
                 IF ERA-COPIED-BACK
                    MOVE WS-ERA-LINES TO WS-ERA-CNT-PLAN
                 END-IF
              END-IF
           END-IF.

       ERASE-PLANNER-LOOP.
           READ PLANNER-FILE
               AT END MOVE 'Y' TO WS-ERA-EOF-SWITCH
               NOT AT END
                  MOVE SPACES TO WS-BKP-LINE
                  MOVE "PL" TO WS-BKP-TAG
                  MOVE PLANNER-RECORD TO WS-BKP-DATA
                  PERFORM ERASE-PASS-LINE
           END-READ.

       ERASE-FROM-BACKUP-SLOT.
           MOVE WS-BKP-SLOT TO WS-BKP-FILE-SLOT.
           PERFORM BUILD-BACKUP-FILENAME.
           MOVE 'B' TO WS-ERA-TARGET.
           PERFORM START-ERASE-PASS.
           IF ERASE-WORK-OK
              OPEN INPUT BACKUP-FILE
              IF BACKUP-FILE-OK
                 MOVE 'N' TO WS-ERA-EOF-SWITCH
                 PERFORM ERASE-BACKUP-LOOP UNTIL ERA-AT-END
                 CLOSE BACKUP-FILE
              END-IF
              CLOSE ERASE-WORK-FILE
              IF ERA-FILE-CHANGED
                 PERFORM ERASE-COPY-BACK
                 IF ERA-COPIED-BACK
                    ADD WS-ERA-LINES TO WS-ERA-CNT-BKP-LINES
                    ADD 1 TO WS-ERA-CNT-BKP-FILES
                 END-IF
              END-IF
           END-IF.

       ERASE-BACKUP-LOOP.
           READ BACKUP-FILE
               AT END MOVE 'Y' TO WS-ERA-EOF-SWITCH
               NOT AT END
                  MOVE BACKUP-RECORD TO WS-BKP-LINE
                  PERFORM ERASE-PASS-LINE
           END-READ.

       START-ERASE-PASS.
           MOVE 'N' TO WS-ERA-CHANGED-SWITCH.
           MOVE 0 TO WS-ERA-LINES.
           MOVE 0 TO WS-ERA-CARD-NO.
           MOVE 0 TO WS-ERA-CARD-COUNT.
           OPEN OUTPUT ERASE-WORK-FILE.
           IF NOT ERASE-WORK-OK
              DISPLAY "COULD NOT OPEN " WS-ERASE-WORK-FILENAME
              DISPLAY "FILE STATUS " WS-ERASE-WORK-STATUS
           END-IF.

       ERASE-PASS-LINE.
           PERFORM TEST-ERASE-LINE.
           IF ERA-DROP-LINE
              ADD 1 TO WS-ERA-LINES
              MOVE 'Y' TO WS-ERA-CHANGED-SWITCH
           ELSE
              MOVE WS-BKP-LINE TO ERASE-WORK-RECORD
              WRITE ERASE-WORK-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * TEST-ERASE-LINE looks at one tagged line by its record layout
      * (the positions are those of the record the tag names) and
      * sets ERA-DROP-LINE, or clears the contact's ID in place where
      * the line is someone else's record that only points at it.
      *-----------------------------------------------------------------
       TEST-ERASE-LINE.
           MOVE 'N' TO WS-ERA-DROP-SWITCH.
           EVALUATE WS-BKP-TAG
               WHEN "CO"
                  IF WS-BKP-DATA (1:20) = WS-ERA-ID-X
                     MOVE 'Y' TO WS-ERA-DROP-SWITCH
                  END-IF
               WHEN "IN"
                  IF WS-BKP-DATA (21:20) = WS-ERA-ID-X
                     MOVE 'Y' TO WS-ERA-DROP-SWITCH
                  END-IF
               WHEN "RB"
                  EVALUATE WS-BKP-DATA (21:1)
                      WHEN "C"
                         IF WS-BKP-DATA (30:20) = WS-ERA-ID-X
                            MOVE 'Y' TO WS-ERA-DROP-SWITCH
                         END-IF
                      WHEN "I"
                         IF WS-BKP-DATA (50:20) = WS-ERA-ID-X
                            MOVE 'Y' TO WS-ERA-DROP-SWITCH
                         END-IF
                      WHEN "A"
                         MOVE WS-BKP-DATA (126:80) TO WS-ERA-ATT-TABLE
                         PERFORM CLEAR-ERASED-ATTENDEES
                         IF WS-ERA-ATT-HITS > 0
                            MOVE WS-ERA-ATT-TABLE
                               TO WS-BKP-DATA (126:80)
                            PERFORM NOTE-ERASE-CLEARED
                         END-IF
                  END-EVALUATE
               WHEN "AP"
                  MOVE WS-BKP-DATA (97:80) TO WS-ERA-ATT-TABLE
                  PERFORM CLEAR-ERASED-ATTENDEES
                  IF WS-ERA-ATT-HITS > 0
                     MOVE WS-ERA-ATT-TABLE TO WS-BKP-DATA (97:80)
                     PERFORM NOTE-ERASE-CLEARED
                  END-IF
               WHEN "PJ"
                  IF WS-BKP-DATA (39:20) = WS-ERA-ID-X
                     MOVE ZEROS TO WS-BKP-DATA (39:20)
                     PERFORM NOTE-ERASE-CLEARED
                  END-IF
               WHEN "JR"
                  IF WS-BKP-DATA (9:1) = "C"
                     AND (WS-BKP-DATA (11:20) = WS-ERA-ID-X
                          OR WS-BKP-DATA (338:20) = WS-ERA-ID-X)
                     MOVE 'Y' TO WS-ERA-DROP-SWITCH
                  END-IF
               WHEN "XC"
                  IF WS-BKP-DATA (1:20) = WS-ERA-ID-X
                     AND WS-BKP-DATA (21:1) = ","
                     MOVE 'Y' TO WS-ERA-DROP-SWITCH
                  END-IF
               WHEN "PL"
                  IF WS-ERA-PLAN-LINE NOT = SPACES
                     AND WS-BKP-DATA (1:132) = WS-ERA-PLAN-LINE
                     MOVE 'Y' TO WS-ERA-DROP-SWITCH
                  END-IF
                  IF WS-BKP-DATA (1:11) = "     WITH: "
                     AND WS-ERA-NAME NOT = SPACES
                     PERFORM TEST-ERASE-WITH-LINE
                  END-IF
               WHEN "VC"
                  PERFORM NOTE-ERASE-CARD
           END-EVALUATE.

       NOTE-ERASE-CLEARED.
           ADD 1 TO WS-ERA-LINES.
           MOVE 'Y' TO WS-ERA-CHANGED-SWITCH.

      *-----------------------------------------------------------------
      * TEST-ERASE-WITH-LINE takes the contact's name out of a planner
      * appointment's "WITH: a, b, c" line. The names were written
      * up to their first double space, so a name only matches as a
      * whole entry between ": " or ", " and a comma or the blank
      * end of the line. The line goes when it named nobody else.
      *-----------------------------------------------------------------
       TEST-ERASE-WITH-LINE.
           MOVE WS-BKP-DATA (1:132) TO WS-COMPARE-TARGET.
           MOVE WS-ERA-NAME TO WS-COMPARE-SEARCH.
           PERFORM MATCH-SUBSTRING.
           IF SUBSTRING-FOUND
              MOVE 0 TO WS-ERA-WITH-LEN
              INSPECT WS-ERA-NAME TALLYING WS-ERA-WITH-LEN
                  FOR CHARACTERS BEFORE INITIAL "  "
              MOVE WS-BKP-DATA (1:132) TO WS-ERA-WITH-LINE
              MOVE 0 TO WS-ERA-WITH-HITS
              MOVE 1 TO WS-ERA-WITH-AT
              PERFORM CUT-ERASED-ATTENDEE
                 UNTIL WS-ERA-WITH-AT = 0 OR ERA-DROP-LINE
              IF WS-ERA-WITH-HITS > 0 AND NOT ERA-DROP-LINE
                 MOVE WS-ERA-WITH-LINE (1:132) TO WS-BKP-DATA (1:132)
                 PERFORM NOTE-ERASE-CLEARED
              END-IF
           END-IF.

       CUT-ERASED-ATTENDEE.
           MOVE 0 TO WS-ERA-WITH-AT.
           COMPUTE WS-ERA-WITH-LIMIT = 133 - WS-ERA-WITH-LEN.
           PERFORM FIND-ERASED-ATTENDEE
              VARYING WS-ERA-WITH-POS FROM 12 BY 1
              UNTIL WS-ERA-WITH-POS > WS-ERA-WITH-LIMIT
                 OR WS-ERA-WITH-AT NOT = 0.
           IF WS-ERA-WITH-AT NOT = 0
              ADD 1 TO WS-ERA-WITH-HITS
              COMPUTE WS-ERA-WITH-END =
                    WS-ERA-WITH-AT + WS-ERA-WITH-LEN
              MOVE SPACES TO WS-ERA-WITH-NEW
              EVALUATE TRUE
                  WHEN WS-ERA-WITH-LINE (WS-ERA-WITH-END:1) = ","
                     STRING WS-ERA-WITH-LINE (1:WS-ERA-WITH-AT - 1)
                               DELIMITED BY SIZE
                            WS-ERA-WITH-LINE (WS-ERA-WITH-END + 2:
                                              133 - WS-ERA-WITH-END)
                               DELIMITED BY SIZE
                        INTO WS-ERA-WITH-NEW
                     END-STRING
                     MOVE WS-ERA-WITH-NEW TO WS-ERA-WITH-LINE
                  WHEN WS-ERA-WITH-LINE (WS-ERA-WITH-AT - 2:2) = ", "
                     MOVE WS-ERA-WITH-LINE (1:WS-ERA-WITH-AT - 3)
                        TO WS-ERA-WITH-NEW
                     MOVE WS-ERA-WITH-NEW TO WS-ERA-WITH-LINE
                  WHEN OTHER
                     MOVE 'Y' TO WS-ERA-DROP-SWITCH
              END-EVALUATE
           END-IF.

       FIND-ERASED-ATTENDEE.
           COMPUTE WS-ERA-WITH-END = WS-ERA-WITH-POS + WS-ERA-WITH-LEN.
           IF WS-ERA-WITH-LINE (WS-ERA-WITH-POS:WS-ERA-WITH-LEN) =
                 WS-ERA-NAME (1:WS-ERA-WITH-LEN)
              AND (WS-ERA-WITH-LINE (WS-ERA-WITH-POS - 2:2) = ": "
                   OR WS-ERA-WITH-LINE (WS-ERA-WITH-POS - 2:2) = ", ")
              AND (WS-ERA-WITH-LINE (WS-ERA-WITH-END:1) = ","
                   OR WS-ERA-WITH-LINE (WS-ERA-WITH-END:2) = SPACES)
              MOVE WS-ERA-WITH-POS TO WS-ERA-WITH-AT
           END-IF.

       NOTE-ERASE-CARD.
           IF WS-BKP-DATA (1:11) = "BEGIN:VCARD"
              ADD 1 TO WS-ERA-CARD-NO
           END-IF.
           IF WS-BKP-DATA (1:40) = WS-ERA-UID-LINE
              AND WS-ERA-CARD-COUNT < 9
              ADD 1 TO WS-ERA-CARD-COUNT
              MOVE WS-ERA-CARD-NO TO WS-ERA-CARD (WS-ERA-CARD-COUNT)
              MOVE 'Y' TO WS-ERA-CHANGED-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * ERASE-COPY-BACK rewrites the target file from the work copy.
      * ERA-COPIED-BACK is only set once the target has opened, so a
      * file that could not be rewritten never reaches the
      * certificate counts.
      *-----------------------------------------------------------------
       ERASE-COPY-BACK.
           MOVE 'N' TO WS-ERA-COPY-SWITCH.
           OPEN INPUT ERASE-WORK-FILE.
           IF NOT ERASE-WORK-OK
              DISPLAY "COULD NOT OPEN " WS-ERASE-WORK-FILENAME
              DISPLAY "FILE STATUS " WS-ERASE-WORK-STATUS
           ELSE
              EVALUATE TRUE
                  WHEN ERA-TO-JOURNAL
                     OPEN OUTPUT JOURNAL-FILE
                     IF JOURNAL-FILE-OK
                        MOVE 'Y' TO WS-ERA-COPY-SWITCH
                     ELSE
                        DISPLAY "COULD NOT OPEN " WS-JOURNAL-FILENAME
                        DISPLAY "FILE STATUS " WS-JOURNAL-FILE-STATUS
                     END-IF
                  WHEN ERA-TO-CSV
                     OPEN OUTPUT EXPORT-CONTACT-FILE
                     IF EXPORT-FILE-OK
                        MOVE 'Y' TO WS-ERA-COPY-SWITCH
                     ELSE
                        DISPLAY "COULD NOT OPEN "
                                WS-EXP-CONTACT-FILENAME
                        DISPLAY "FILE STATUS " WS-EXPORT-FILE-STATUS
                     END-IF
                  WHEN ERA-TO-VCARD
                     OPEN OUTPUT VCARD-FILE
                     IF CARD-FILE-OK
                        MOVE 'Y' TO WS-ERA-COPY-SWITCH
                     ELSE
                        DISPLAY "COULD NOT OPEN " WS-VCF-FILENAME
                        DISPLAY "FILE STATUS " WS-CARD-FILE-STATUS
                     END-IF
                  WHEN ERA-TO-PLANNER
                     OPEN OUTPUT PLANNER-FILE
                     IF PLANNER-FILE-OK
                        MOVE 'Y' TO WS-ERA-COPY-SWITCH
                     ELSE
                        DISPLAY "COULD NOT OPEN " WS-PLANNER-FILENAME
                        DISPLAY "FILE STATUS " WS-PLANNER-FILE-STATUS
                     END-IF
                  WHEN ERA-TO-BACKUP
                     OPEN OUTPUT BACKUP-FILE
                     IF BACKUP-FILE-OK
                        MOVE 'Y' TO WS-ERA-COPY-SWITCH
                     ELSE
                        DISPLAY "COULD NOT OPEN " WS-BACKUP-FILENAME
                        DISPLAY "FILE STATUS " WS-BACKUP-FILE-STATUS
                     END-IF
              END-EVALUATE
           END-IF.
           IF NOT ERA-COPIED-BACK
              IF ERASE-WORK-OK
                 CLOSE ERASE-WORK-FILE
              END-IF
           ELSE
              MOVE 0 TO WS-ERA-CARD-NO
              MOVE 0 TO WS-ERA-BKP-RECORDS
              MOVE 'N' TO WS-ERA-EOF-SWITCH
              PERFORM ERASE-COPY-BACK-LOOP UNTIL ERA-AT-END
              CLOSE ERASE-WORK-FILE
              EVALUATE TRUE
                  WHEN ERA-TO-JOURNAL
                     CLOSE JOURNAL-FILE
                  WHEN ERA-TO-CSV
                     CLOSE EXPORT-CONTACT-FILE
                  WHEN ERA-TO-VCARD
                     CLOSE VCARD-FILE
                  WHEN ERA-TO-PLANNER
                     CLOSE PLANNER-FILE
                  WHEN ERA-TO-BACKUP
                     CLOSE BACKUP-FILE
              END-EVALUATE
           END-IF.

       ERASE-COPY-BACK-LOOP.
           READ ERASE-WORK-FILE
               AT END MOVE 'Y' TO WS-ERA-EOF-SWITCH
               NOT AT END
                  MOVE ERASE-WORK-RECORD TO WS-BKP-LINE
                  PERFORM ERASE-COPY-BACK-LINE
           END-READ.

       ERASE-COPY-BACK-LINE.
           MOVE 'N' TO WS-ERA-DROP-SWITCH.
           IF WS-BKP-TAG = "VC"
              PERFORM TEST-ERASE-CARD-LINE
           END-IF.
           IF ERA-DROP-LINE
              ADD 1 TO WS-ERA-LINES
           ELSE
              EVALUATE TRUE
                  WHEN ERA-TO-JOURNAL
                     MOVE WS-BKP-DATA TO JOURNAL-RECORD
                     WRITE JOURNAL-RECORD
                  WHEN ERA-TO-CSV
                     MOVE WS-BKP-DATA TO EXPORT-CONTACT-RECORD
                     WRITE EXPORT-CONTACT-RECORD
                  WHEN ERA-TO-VCARD
                     MOVE WS-BKP-DATA TO VCARD-RECORD
                     WRITE VCARD-RECORD
                  WHEN ERA-TO-PLANNER
                     MOVE WS-BKP-DATA TO PLANNER-RECORD
                     WRITE PLANNER-RECORD
                  WHEN ERA-TO-BACKUP
                     PERFORM ERASE-WRITE-BACKUP-LINE
              END-EVALUATE
           END-IF.

       ERASE-WRITE-BACKUP-LINE.
           EVALUATE WS-BKP-TAG
               WHEN "HD"
                  CONTINUE
               WHEN "TR"
                  MOVE WS-ERA-BKP-RECORDS TO WS-BKPT-RECORDS
               WHEN OTHER
                  ADD 1 TO WS-ERA-BKP-RECORDS
           END-EVALUATE.
           MOVE WS-BKP-LINE TO BACKUP-RECORD.
           WRITE BACKUP-RECORD.

       TEST-ERASE-CARD-LINE.
           IF WS-BKP-DATA (1:11) = "BEGIN:VCARD"
              ADD 1 TO WS-ERA-CARD-NO
           END-IF.
           PERFORM TEST-ERASE-CARD-NO
              VARYING WS-ERA-IDX FROM 1 BY 1
              UNTIL WS-ERA-IDX > WS-ERA-CARD-COUNT.

       TEST-ERASE-CARD-NO.
           IF WS-ERA-CARD (WS-ERA-IDX) = WS-ERA-CARD-NO
              MOVE 'Y' TO WS-ERA-DROP-SWITCH
           END-IF.

       WRITE-ERASURE-CERTIFICATE.
           ACCEPT WS-ERA-TIME-NOW FROM TIME.
           MOVE WS-TODAY-YYYYMMDD TO WS-ERAC-DATE.
           MOVE WS-ERA-TIME-NOW (1:6) TO WS-ERAC-TIME.
           MOVE WS-USER-KEY TO WS-ERAC-USER.
           MOVE WS-ERA-ID TO WS-ERAC-ID.
           MOVE WS-ERA-CNT-CONTACT TO WS-ERAC-CONTACT.
           MOVE WS-ERA-CNT-DAY-LINK TO WS-ERAC-DAY-LINK.
           MOVE WS-ERA-CNT-BIN TO WS-ERAC-BIN.
           MOVE WS-ERA-CNT-INT TO WS-ERAC-INT.
           MOVE WS-ERA-CNT-APPT TO WS-ERAC-APPT.
           MOVE WS-ERA-CNT-PROJ TO WS-ERAC-PROJ.
           MOVE WS-ERA-CNT-JRNL TO WS-ERAC-JRNL.
           MOVE WS-ERA-CNT-CSV TO WS-ERAC-CSV.
           MOVE WS-ERA-CNT-VCF TO WS-ERAC-VCF.
           MOVE WS-ERA-CNT-PLAN TO WS-ERAC-PLAN.
           MOVE WS-ERA-CNT-BKP-LINES TO WS-ERAC-BKP-LINES.
           MOVE WS-ERA-CNT-BKP-FILES TO WS-ERAC-BKP-FILES.
           OPEN EXTEND ERASURE-FILE.
           IF ERASURE-FILE-NOT-FOUND
              OPEN OUTPUT ERASURE-FILE
           END-IF.
           IF NOT ERASURE-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-ERASURE-FILENAME
              DISPLAY "FILE STATUS " WS-ERASURE-FILE-STATUS
           ELSE
              MOVE WS-ERA-CERT TO ERASURE-RECORD
              WRITE ERASURE-RECORD
              CLOSE ERASURE-FILE
           END-IF.
           DISPLAY "CONTACT " WS-ERA-ID " ERASED".
           DISPLAY "  CONTACT RECORD:     " WS-ERA-CNT-CONTACT.
           DISPLAY "  DAY LINK:           " WS-ERA-CNT-DAY-LINK.
           DISPLAY "  RECYCLE BIN:        " WS-ERA-CNT-BIN.
           DISPLAY "  INTERACTIONS:       " WS-ERA-CNT-INT.
           DISPLAY "  APPOINTMENTS:       " WS-ERA-CNT-APPT.
           DISPLAY "  PROJECT CLIENT:     " WS-ERA-CNT-PROJ.
           DISPLAY "  JOURNAL LINES:      " WS-ERA-CNT-JRNL.
           DISPLAY "  CONTACTS CSV LINES: " WS-ERA-CNT-CSV.
           DISPLAY "  VCARDS:             " WS-ERA-CNT-VCF.
           DISPLAY "  PLANNER LINES:      " WS-ERA-CNT-PLAN.
           DISPLAY "  BACKUP LINES:       " WS-ERA-CNT-BKP-LINES
                   " IN " WS-ERA-CNT-BKP-FILES " GENERATIONS".
           DISPLAY "CERTIFICATE ADDED TO " WS-ERASURE-FILENAME.

      *-----------------------------------------------------------------
      * RETENTION-REVIEW lists every contact with no interaction in
      * the last N years - including those with none at all, since
      * the contact record carries no date of its own - so they can
      * be looked at and erased.
      *-----------------------------------------------------------------
       RETENTION-REVIEW.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "NO INTERACTION IN HOW MANY YEARS? (1-99) ".
           MOVE SPACES TO WS-RET-YEARS-X.
           ACCEPT WS-RET-YEARS-X.
           IF WS-RET-YEARS-X (2:1) = SPACE
              MOVE WS-RET-YEARS-X (1:1) TO WS-RET-YEARS-X (2:1)
              MOVE "0" TO WS-RET-YEARS-X (1:1)
           END-IF.
           IF WS-RET-YEARS-X IS NOT NUMERIC
              OR WS-RET-YEARS-X = "00"
              DISPLAY "INVALID NUMBER OF YEARS"
           ELSE
              MOVE WS-RET-YEARS-X TO WS-RET-YEARS
              MOVE WS-TODAY-YYYYMMDD (1:4) TO WS-RET-YEAR
              SUBTRACT WS-RET-YEARS FROM WS-RET-YEAR
              MOVE WS-TODAY-YYYYMMDD TO WS-RET-CUTOFF
              MOVE WS-RET-YEAR TO WS-RET-CUTOFF (1:4)
              DISPLAY "-------- RETENTION REVIEW --------"
              DISPLAY "NO INTERACTION SINCE " WS-RET-CUTOFF
              MOVE 0 TO WS-RET-COUNT
              MOVE 'N' TO WS-EOF-SWITCH
              MOVE ZEROS TO CONTACT-ID
              START CONTACT-FILE KEY IS NOT LESS THAN CONTACT-ID
                  INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
              END-START
              IF NOT END-OF-FILE
                 PERFORM READ-NEXT-CONTACT
                 PERFORM RETENTION-ONE-CONTACT UNTIL END-OF-FILE
              END-IF
              DISPLAY "CONTACTS DUE FOR REVIEW: " WS-RET-COUNT
           END-IF.

       RETENTION-ONE-CONTACT.
           PERFORM FIND-LAST-INTERACTION.
           IF WS-INT-LAST-DATE < WS-RET-CUTOFF
              ADD 1 TO WS-RET-COUNT
              PERFORM RESOLVE-CONTACT-VIEW
              IF WS-INT-LAST-DATE = SPACES
                 DISPLAY CONTACT-ID " " WS-CV-NAME
                         " NO INTERACTION ON FILE"
              ELSE
                 DISPLAY CONTACT-ID " " WS-CV-NAME
                         " LAST INTERACTION " WS-INT-LAST-DATE
              END-IF
           END-IF.
           PERFORM READ-NEXT-CONTACT.

      *-----------------------------------------------------------------
      * SUM-TIME-FOR-TASK adds up every time-log booking for the
      * task currently in TASK-ID. It has its own end-of-file switch
      * so TASK-INF-LIST can call it from inside a task-file scan.
      *-----------------------------------------------------------------
       SUM-TIME-FOR-TASK.
           MOVE 0 TO WS-TIME-TOTAL-MINS.
           OPEN INPUT TIME-LOG-FILE.
           IF TIME-LOG-FILE-OK
              MOVE 'N' TO WS-TIME-EOF-SWITCH
              PERFORM SUM-TIME-FOR-TASK-LOOP UNTIL TIME-LOG-AT-END
              CLOSE TIME-LOG-FILE
           END-IF.

       SUM-TIME-FOR-TASK-LOOP.
           READ TIME-LOG-FILE
               AT END MOVE 'Y' TO WS-TIME-EOF-SWITCH
               NOT AT END
                  IF TIME-TASK-ID = TASK-ID
                     COMPUTE WS-TIME-TOTAL-MINS = WS-TIME-TOTAL-MINS
                        + TIME-HOURS * 60 + TIME-MINUTES
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      * SUM-TIME-FOR-DAY adds up the bookings of every task linked
      * to the day in WS-DAY-LINK-ID, so the day log can show the
      * hours worked that day. Each booking's task is read to find
      * its day link.
      *-----------------------------------------------------------------
       SUM-TIME-FOR-DAY.
           MOVE 0 TO WS-TIME-TOTAL-MINS.
           OPEN INPUT TIME-LOG-FILE.
           IF TIME-LOG-FILE-OK
              MOVE 'N' TO WS-TIME-EOF-SWITCH
              PERFORM SUM-TIME-FOR-DAY-LOOP UNTIL TIME-LOG-AT-END
              CLOSE TIME-LOG-FILE
           END-IF.

       SUM-TIME-FOR-DAY-LOOP.
           READ TIME-LOG-FILE
               AT END MOVE 'Y' TO WS-TIME-EOF-SWITCH
               NOT AT END
                  MOVE TIME-TASK-ID TO TASK-ID
                  READ TASK-FILE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF TASK-DAY-ID = WS-DAY-LINK-ID
                            COMPUTE WS-TIME-TOTAL-MINS =
                               WS-TIME-TOTAL-MINS
                               + TIME-HOURS * 60 + TIME-MINUTES
                         END-IF
                  END-READ
           END-READ.

       SHOW-TIME-TOTAL.
           DIVIDE WS-TIME-TOTAL-MINS BY 60
               GIVING WS-TIME-SHOW-HH
               REMAINDER WS-TIME-SHOW-MM.

      *-----------------------------------------------------------------
      * WEEKLY-TIMESHEET-REPORT: for a typed week start date, shows
      * the time booked on each of the seven days and on each task
      * touched that week (with the task's day link, so the entry
      * can be traced to the day log).
      *-----------------------------------------------------------------
       WEEKLY-TIMESHEET-REPORT.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "ENTER THE WEEK START DATE YYYYMMDD ".
           ACCEPT WS-WEEK-START.
           MOVE WS-WEEK-START TO WS-VAL-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT VALID-DATE
              DISPLAY "THAT IS NOT A REAL DATE - NO TIMESHEET"
           ELSE
              MOVE WS-WEEK-START TO WS-ROLL-DATE
              PERFORM BUILD-WEEK-SLOT
                 VARYING WS-TS-IDX FROM 1 BY 1
                 UNTIL WS-TS-IDX > 7
              MOVE WS-WEEK-DATE (7) TO WS-WEEK-END
              MOVE 0 TO WS-TS-TASK-COUNT
              MOVE 0 TO WS-TSP-COUNT
              OPEN INPUT TIME-LOG-FILE
              IF NOT TIME-LOG-FILE-OK
                 DISPLAY "NO TIME LOGGED YET"
              ELSE
                 MOVE 'N' TO WS-TIME-EOF-SWITCH
                 PERFORM TIMESHEET-SCAN-LOOP UNTIL TIME-LOG-AT-END
                 CLOSE TIME-LOG-FILE
                 DISPLAY "TIMESHEET " WS-WEEK-START " TO "
                    WS-WEEK-END
                 DISPLAY "TIME PER DAY:"
                 PERFORM TIMESHEET-DAY-LINE
                    VARYING WS-TS-IDX FROM 1 BY 1
                    UNTIL WS-TS-IDX > 7
                 IF WS-TS-TASK-COUNT = 0
                    DISPLAY "NO TIME BOOKED THAT WEEK"
                 ELSE
                    DISPLAY "TIME PER TASK:"
                    PERFORM TIMESHEET-TASK-LINE
                       VARYING WS-TS-IDX FROM 1 BY 1
                       UNTIL WS-TS-IDX > WS-TS-TASK-COUNT
                    DISPLAY "TIME PER PROJECT:"
                    PERFORM TIMESHEET-PROJ-LINE
                       VARYING WS-PROJ-IDX FROM 1 BY 1
                       UNTIL WS-PROJ-IDX > WS-TSP-COUNT
                 END-IF
              END-IF
           END-IF.

       BUILD-WEEK-SLOT.
           MOVE WS-ROLL-DATE TO WS-WEEK-DATE (WS-TS-IDX).
           MOVE 0 TO WS-WEEK-MINS (WS-TS-IDX).
           PERFORM ROLL-DATE-FORWARD-DAY.

       TIMESHEET-SCAN-LOOP.
           READ TIME-LOG-FILE
               AT END MOVE 'Y' TO WS-TIME-EOF-SWITCH
               NOT AT END
                  IF TIME-DATE NOT < WS-WEEK-START
                     AND TIME-DATE NOT > WS-WEEK-END
                     PERFORM TALLY-TIMESHEET-ENTRY
                  END-IF
           END-READ.

       TALLY-TIMESHEET-ENTRY.
           PERFORM TALLY-DAY-SLOT
              VARYING WS-TS-IDX FROM 1 BY 1
              UNTIL WS-TS-IDX > 7.
           MOVE 'N' TO WS-TS-FOUND-SWITCH.
           PERFORM TALLY-TASK-SLOT
              VARYING WS-TS-IDX FROM 1 BY 1
              UNTIL WS-TS-IDX > WS-TS-TASK-COUNT
                 OR TS-TASK-FOUND.
           IF NOT TS-TASK-FOUND
              AND WS-TS-TASK-COUNT < 50
              ADD 1 TO WS-TS-TASK-COUNT
              MOVE TIME-TASK-ID TO WS-TS-TASK-ID (WS-TS-TASK-COUNT)
              COMPUTE WS-TS-TASK-MINS (WS-TS-TASK-COUNT) =
                 TIME-HOURS * 60 + TIME-MINUTES
           END-IF.
           PERFORM TALLY-TIMESHEET-PROJECT.

      *-----------------------------------------------------------------
      * TALLY-TIMESHEET-PROJECT reads the booking's task to find its
      * project code and adds the booked minutes to that project's
      * slot - bookings whose task is gone, or has no code, land in
      * the "(NONE)" bucket.
      *-----------------------------------------------------------------
       TALLY-TIMESHEET-PROJECT.
           MOVE TIME-TASK-ID TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                  MOVE "(NONE)" TO WS-PROJ-WORK-CODE
               NOT INVALID KEY
                  IF TASK-PROJ-CODE = SPACES
                     MOVE "(NONE)" TO WS-PROJ-WORK-CODE
                  ELSE
                     MOVE TASK-PROJ-CODE TO WS-PROJ-WORK-CODE
                  END-IF
           END-READ.
           MOVE 'N' TO WS-PROJ-FOUND-SWITCH.
           PERFORM SEEK-TSP-SLOT
              VARYING WS-PROJ-IDX FROM 1 BY 1
              UNTIL WS-PROJ-IDX > WS-TSP-COUNT
                 OR PROJ-SLOT-FOUND.
           IF NOT PROJ-SLOT-FOUND
              AND WS-TSP-COUNT < 20
              ADD 1 TO WS-TSP-COUNT
              MOVE WS-PROJ-WORK-CODE TO WS-TSP-CODE (WS-TSP-COUNT)
              COMPUTE WS-TSP-MINS (WS-TSP-COUNT) =
                 TIME-HOURS * 60 + TIME-MINUTES
           END-IF.

       SEEK-TSP-SLOT.
           IF WS-TSP-CODE (WS-PROJ-IDX) = WS-PROJ-WORK-CODE
              MOVE 'Y' TO WS-PROJ-FOUND-SWITCH
              COMPUTE WS-TSP-MINS (WS-PROJ-IDX) =
                 WS-TSP-MINS (WS-PROJ-IDX)
                 + TIME-HOURS * 60 + TIME-MINUTES
           END-IF.

       TIMESHEET-PROJ-LINE.
           MOVE WS-TSP-MINS (WS-PROJ-IDX) TO WS-TIME-TOTAL-MINS.
           PERFORM SHOW-TIME-TOTAL.
           DISPLAY "  " WS-TSP-CODE (WS-PROJ-IDX) "  "
              WS-TIME-SHOW-HH " H " WS-TIME-SHOW-MM " MIN".

       TALLY-DAY-SLOT.
           IF WS-WEEK-DATE (WS-TS-IDX) = TIME-DATE
              COMPUTE WS-WEEK-MINS (WS-TS-IDX) =
                 WS-WEEK-MINS (WS-TS-IDX)
                 + TIME-HOURS * 60 + TIME-MINUTES
           END-IF.

       TALLY-TASK-SLOT.
           IF WS-TS-TASK-ID (WS-TS-IDX) = TIME-TASK-ID
              MOVE 'Y' TO WS-TS-FOUND-SWITCH
              COMPUTE WS-TS-TASK-MINS (WS-TS-IDX) =
                 WS-TS-TASK-MINS (WS-TS-IDX)
                 + TIME-HOURS * 60 + TIME-MINUTES
           END-IF.

       TIMESHEET-DAY-LINE.
           MOVE WS-WEEK-MINS (WS-TS-IDX) TO WS-TIME-TOTAL-MINS.
           PERFORM SHOW-TIME-TOTAL.
           DISPLAY "  " WS-WEEK-DATE (WS-TS-IDX) "  "
              WS-TIME-SHOW-HH " H " WS-TIME-SHOW-MM " MIN".

       TIMESHEET-TASK-LINE.
           MOVE WS-TS-TASK-MINS (WS-TS-IDX) TO WS-TIME-TOTAL-MINS.
           PERFORM SHOW-TIME-TOTAL.
           MOVE WS-TS-TASK-ID (WS-TS-IDX) TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                  DISPLAY "  TASK " TASK-ID " (NOT ON FILE)  "
                     WS-TIME-SHOW-HH " H " WS-TIME-SHOW-MM " MIN"
               NOT INVALID KEY
                  DISPLAY "  TASK " TASK-ID " " TASK-NAME "  "
                     WS-TIME-SHOW-HH " H " WS-TIME-SHOW-MM " MIN"
                     "  DAY " TASK-DAY-ID
           END-READ.

       OPEN-TIME-LOG-EXTEND.
           OPEN EXTEND TIME-LOG-FILE.
           IF TIME-LOG-FILE-NOT-FOUND
              OPEN OUTPUT TIME-LOG-FILE
              CLOSE TIME-LOG-FILE
              OPEN EXTEND TIME-LOG-FILE.
           IF NOT TIME-LOG-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-TIME-LOG-FILENAME
              DISPLAY "FILE STATUS " WS-TIME-LOG-FILE-STATUS.

      *-----------------------------------------------------------------
      * INVOICE-MONTH-END is the month-end billing run. Every time-log
      * line of the chosen month that is billable and not yet
      * invoiced is priced through its task's project: the project
      * names the client and the hourly rate. Lines are summed per
      * client, project and task, one extract per client is written
      * (<user>_INV_<yyyymm>_<client>.DAT, appended to, so a second
      * run for late bookings adds a second invoice below the
      * first) and the billed lines are then stamped with today's
      * date. Billable time on a task with no project client is
      * counted and left unbilled. Tasks already swept into the
      * archive are still found there.
      *-----------------------------------------------------------------
       INVOICE-MONTH-END.
           PERFORM SPACE-BETWEEN-TEXT
           IF NOT BATCH-MODE
              DISPLAY "ENTER THE MONTH TO INVOICE YYYYMM, OR LEAVE "
              DISPLAY "BLANK FOR LAST MONTH "
              MOVE SPACES TO WS-INV-MONTH
              ACCEPT WS-INV-MONTH
           END-IF.
           IF WS-INV-MONTH = SPACES
              MOVE WS-TODAY-YYYYMMDD TO WS-ROLL-DATE
              MOVE 1 TO WS-ROLL-DD
              PERFORM ROLL-DATE-BACKWARD-DAY
              MOVE WS-ROLL-DATE (1:6) TO WS-INV-MONTH
           END-IF.
           MOVE 'N' TO WS-INV-MONTH-OK-SWITCH.
           IF WS-INV-MONTH IS NUMERIC
              IF WS-INV-MONTH-MM >= 1 AND WS-INV-MONTH-MM <= 12
                 MOVE 'Y' TO WS-INV-MONTH-OK-SWITCH
              END-IF
           END-IF.
           MOVE 0 TO WS-INV-CNT-FILES.
           MOVE 0 TO WS-INV-CNT-BILLED.
           IF NOT INV-MONTH-OK
              DISPLAY "THAT IS NOT A MONTH - NOTHING INVOICED"
           ELSE
              MOVE 0 TO WS-INV-COUNT
              MOVE 0 TO WS-INV-CNT-NO-CLIENT
              MOVE 0 TO WS-INV-CNT-FULL
              MOVE 0 TO WS-INV-RUN-AMOUNT
              PERFORM OPEN-ARCHIVE-FILES
              OPEN INPUT TIME-LOG-FILE
              IF TIME-LOG-FILE-OK
                 MOVE 'N' TO WS-TIME-EOF-SWITCH
                 PERFORM INVOICE-GATHER-LOOP UNTIL TIME-LOG-AT-END
                 CLOSE TIME-LOG-FILE
              END-IF
              IF WS-INV-COUNT = 0
                 DISPLAY "NO BILLABLE TIME TO INVOICE FOR "
                    WS-INV-MONTH
              ELSE
                 MOVE 0 TO WS-INV-LAST-CLIENT
                 MOVE 'N' TO WS-INV-FILE-SWITCH
                 PERFORM WRITE-INVOICE-ENTRY
                    VARYING WS-INV-IDX FROM 1 BY 1
                    UNTIL WS-INV-IDX > WS-INV-COUNT
                 PERFORM FINISH-INVOICE-CLIENT
                 PERFORM STAMP-INVOICED-TIME
                 MOVE WS-INV-RUN-AMOUNT TO WS-INV-SHOW-AMOUNT
                 DISPLAY "INVOICE RUN FOR " WS-INV-MONTH
                 DISPLAY "EXTRACTS WRITTEN:    " WS-INV-CNT-FILES
                 DISPLAY "TIME LINES INVOICED: " WS-INV-CNT-BILLED
                 DISPLAY "TOTAL AMOUNT:        " WS-INV-SHOW-AMOUNT
              END-IF
              PERFORM CLOSE-ARCHIVE-FILES
              IF WS-INV-CNT-NO-CLIENT > 0
                 DISPLAY "BILLABLE LINES WITH NO PROJECT CLIENT, "
                    "NOT INVOICED: " WS-INV-CNT-NO-CLIENT
              END-IF
              IF WS-INV-CNT-FULL > 0
                 DISPLAY "LINES LEFT FOR THE NEXT RUN (TOO MANY "
                    "TASKS IN ONE RUN): " WS-INV-CNT-FULL
              END-IF
           END-IF.

       INVOICE-GATHER-LOOP.
           READ TIME-LOG-FILE
               AT END MOVE 'Y' TO WS-TIME-EOF-SWITCH
               NOT AT END
                  PERFORM CHECK-INVOICE-LINE
                  IF INV-LINE-BILLABLE
                     PERFORM ADD-INVOICE-ENTRY
                  END-IF
                  IF INV-LINE-NO-CLIENT
                     ADD 1 TO WS-INV-CNT-NO-CLIENT
                  END-IF
           END-READ.

      *-----------------------------------------------------------------
      * CHECK-INVOICE-LINE decides whether the time-log line in the
      * record area is billed by this run and, if so, builds its
      * client / project / task key in WS-INV-WORK-KEY. It leaves the
      * task and project it found in their record areas.
      *-----------------------------------------------------------------
       CHECK-INVOICE-LINE.
           MOVE 'N' TO WS-INV-BILL-SWITCH.
           IF TIME-IS-BILLABLE
              AND TIME-NOT-INVOICED
              AND TIME-DATE (1:6) = WS-INV-MONTH
              MOVE TIME-TASK-ID TO TASK-ID
              READ TASK-FILE
                  INVALID KEY
                     MOVE TIME-TASK-ID TO TASK-ARCH-ID
                     READ TASK-ARCH-FILE
                         INVALID KEY
                            MOVE SPACES TO TASK-FILE-RECORD
                         NOT INVALID KEY
                            MOVE TASK-ARCH-RECORD TO TASK-FILE-RECORD
                     END-READ
              END-READ
              MOVE 0 TO PROJ-CLIENT-ID
              IF TASK-PROJ-CODE NOT = SPACES
                 MOVE TASK-PROJ-CODE TO PROJ-CODE
                 READ PROJECT-FILE
                     INVALID KEY
                        MOVE 0 TO PROJ-CLIENT-ID
                 END-READ
              END-IF
              IF PROJ-CLIENT-ID NOT NUMERIC
                 MOVE 0 TO PROJ-CLIENT-ID
              END-IF
              IF PROJ-RATE NOT NUMERIC
                 MOVE 0 TO PROJ-RATE
              END-IF
              IF PROJ-CLIENT-ID = 0
                 MOVE 'C' TO WS-INV-BILL-SWITCH
              ELSE
                 MOVE 'Y' TO WS-INV-BILL-SWITCH
                 MOVE PROJ-CLIENT-ID TO WS-INV-WORK-CLIENT
                 MOVE TASK-PROJ-CODE TO WS-INV-WORK-PROJ
                 MOVE TIME-TASK-ID TO WS-INV-WORK-TASK
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ADD-INVOICE-ENTRY adds the line's minutes to its slot in
      * WS-INV-TABLE, opening a new slot in key order when this is
      * the first line for that client, project and task.
      *-----------------------------------------------------------------
       ADD-INVOICE-ENTRY.
           PERFORM LOCATE-INVOICE-SLOT.
           IF INV-SLOT-FOUND
              AND WS-INVT-KEY (WS-INV-POS) = WS-INV-WORK-KEY
              COMPUTE WS-INVT-MINS (WS-INV-POS) =
                 WS-INVT-MINS (WS-INV-POS)
                 + TIME-HOURS * 60 + TIME-MINUTES
           ELSE
              IF WS-INV-COUNT < 200
                 IF INV-SLOT-FOUND
                    PERFORM SHIFT-INVOICE-SLOT
                       VARYING WS-INV-IDX FROM WS-INV-COUNT BY -1
                       UNTIL WS-INV-IDX < WS-INV-POS
                 ELSE
                    COMPUTE WS-INV-POS = WS-INV-COUNT + 1
                 END-IF
                 ADD 1 TO WS-INV-COUNT
                 MOVE WS-INV-WORK-KEY TO WS-INVT-KEY (WS-INV-POS)
                 MOVE TASK-NAME TO WS-INVT-TASK-NAME (WS-INV-POS)
                 MOVE PROJ-NAME TO WS-INVT-PROJ-NAME (WS-INV-POS)
                 MOVE PROJ-RATE TO WS-INVT-RATE (WS-INV-POS)
                 COMPUTE WS-INVT-MINS (WS-INV-POS) =
                    TIME-HOURS * 60 + TIME-MINUTES
                 MOVE 'N' TO WS-INVT-WRITTEN (WS-INV-POS)
              ELSE
                 ADD 1 TO WS-INV-CNT-FULL
              END-IF
           END-IF.

       SHIFT-INVOICE-SLOT.
           MOVE WS-INV-ENTRY (WS-INV-IDX)
             TO WS-INV-ENTRY (WS-INV-IDX + 1).

      *-----------------------------------------------------------------
      * LOCATE-INVOICE-SLOT finds the first slot whose key is not
      * below WS-INV-WORK-KEY: the slot itself when the key is
      * already in the table, otherwise where it belongs.
      *-----------------------------------------------------------------
       LOCATE-INVOICE-SLOT.
           MOVE 'N' TO WS-INV-SLOT-SWITCH.
           MOVE 0 TO WS-INV-POS.
           PERFORM TEST-INVOICE-SLOT
              VARYING WS-INV-IDX FROM 1 BY 1
              UNTIL WS-INV-IDX > WS-INV-COUNT
                 OR INV-SLOT-FOUND.

       TEST-INVOICE-SLOT.
           IF WS-INVT-KEY (WS-INV-IDX) NOT < WS-INV-WORK-KEY
              MOVE 'Y' TO WS-INV-SLOT-SWITCH
              MOVE WS-INV-IDX TO WS-INV-POS
           END-IF.

      *-----------------------------------------------------------------
      * WRITE-INVOICE-ENTRY runs over the table in key order with a
      * control break on the client (close the last extract, open
      * the next one) and on the project (write its subtotal). The
      * amount on each line is the rounded hours shown times the
      * rate, so the lines, subtotals and control total all add up
      * as printed.
      *-----------------------------------------------------------------
       WRITE-INVOICE-ENTRY.
           IF WS-INVT-CLIENT (WS-INV-IDX) NOT = WS-INV-LAST-CLIENT
              IF WS-INV-LAST-CLIENT NOT = 0
                 PERFORM FINISH-INVOICE-CLIENT
              END-IF
              PERFORM START-INVOICE-CLIENT
           ELSE
              IF WS-INVT-PROJ (WS-INV-IDX) NOT = WS-INV-LAST-PROJ
                 PERFORM WRITE-INVOICE-PROJ-TOTAL
                 MOVE WS-INVT-PROJ (WS-INV-IDX) TO WS-INV-LAST-PROJ
                 MOVE WS-INVT-PROJ-NAME (WS-INV-IDX)
                   TO WS-INV-LAST-PROJ-NAME
              END-IF
           END-IF.
           COMPUTE WS-INV-HOURS ROUNDED =
              WS-INVT-MINS (WS-INV-IDX) / 60.
           COMPUTE WS-INV-AMOUNT ROUNDED =
              WS-INV-HOURS * WS-INVT-RATE (WS-INV-IDX).
           IF INV-FILE-OPEN
              MOVE SPACES TO WS-INV-LINE
              MOVE 'D' TO WS-INVD-TYPE
              MOVE WS-INVT-PROJ (WS-INV-IDX) TO WS-INVD-PROJ
              MOVE WS-INVT-TASK (WS-INV-IDX) TO WS-INVD-TASK-ID
              MOVE WS-INVT-TASK-NAME (WS-INV-IDX) TO WS-INVD-TASK-NAME
              MOVE WS-INV-HOURS TO WS-INVD-HOURS
              MOVE WS-INVT-RATE (WS-INV-IDX) TO WS-INVD-RATE
              MOVE WS-INV-AMOUNT TO WS-INVD-AMOUNT
              WRITE INVOICE-RECORD FROM WS-INV-LINE
              IF INVOICE-FILE-OK
                 MOVE 'Y' TO WS-INVT-WRITTEN (WS-INV-IDX)
                 ADD WS-INV-HOURS TO WS-INV-PROJ-HOURS
                 ADD WS-INV-AMOUNT TO WS-INV-PROJ-AMOUNT
                 ADD WS-INV-HOURS TO WS-INV-CLIENT-HOURS
                 ADD WS-INV-AMOUNT TO WS-INV-CLIENT-AMOUNT
                 ADD 1 TO WS-INV-CLIENT-LINES
              END-IF
           END-IF.

       START-INVOICE-CLIENT.
           MOVE WS-INVT-CLIENT (WS-INV-IDX) TO WS-INV-LAST-CLIENT.
           MOVE WS-INVT-PROJ (WS-INV-IDX) TO WS-INV-LAST-PROJ.
           MOVE WS-INVT-PROJ-NAME (WS-INV-IDX) TO WS-INV-LAST-PROJ-NAME.
           MOVE 0 TO WS-INV-PROJ-HOURS.
           MOVE 0 TO WS-INV-PROJ-AMOUNT.
           MOVE 0 TO WS-INV-CLIENT-HOURS.
           MOVE 0 TO WS-INV-CLIENT-AMOUNT.
           MOVE 0 TO WS-INV-CLIENT-LINES.
           MOVE SPACES TO WS-INVOICE-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_INV_" DELIMITED BY SIZE
                  WS-INV-MONTH DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-INV-LAST-CLIENT (15:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
              INTO WS-INVOICE-FILENAME.
           OPEN EXTEND INVOICE-FILE.
           IF INVOICE-FILE-NOT-FOUND
              OPEN OUTPUT INVOICE-FILE
              CLOSE INVOICE-FILE
              OPEN EXTEND INVOICE-FILE.
           IF NOT INVOICE-FILE-OK
              MOVE 'N' TO WS-INV-FILE-SWITCH
              DISPLAY "COULD NOT OPEN " WS-INVOICE-FILENAME
              DISPLAY "FILE STATUS " WS-INVOICE-FILE-STATUS
           ELSE
              MOVE 'Y' TO WS-INV-FILE-SWITCH
              ADD 1 TO WS-INV-CNT-FILES
              MOVE SPACES TO WS-INV-LINE
              MOVE 'H' TO WS-INVH-TYPE
              MOVE WS-INV-MONTH TO WS-INVH-MONTH
              MOVE WS-INV-LAST-CLIENT TO WS-INVH-CLIENT-ID
              MOVE WS-INV-LAST-CLIENT TO CONTACT-ID
              READ CONTACT-FILE
                  INVALID KEY
                     MOVE "NOT ON FILE" TO WS-INVH-CLIENT-NAME
                  NOT INVALID KEY
                     PERFORM RESOLVE-CONTACT-VIEW
                     MOVE WS-CV-NAME TO WS-INVH-CLIENT-NAME
              END-READ
              MOVE WS-TODAY-YYYYMMDD TO WS-INVH-RUN-DATE
              MOVE WS-USER-KEY TO WS-INVH-USER
              WRITE INVOICE-RECORD FROM WS-INV-LINE
           END-IF.

      *-----------------------------------------------------------------
      * FINISH-INVOICE-CLIENT closes the current extract with the
      * last project's subtotal and the control-total trailer: the
      * number of detail lines, their hours and their amount.
      *-----------------------------------------------------------------
       FINISH-INVOICE-CLIENT.
           IF INV-FILE-OPEN
              PERFORM WRITE-INVOICE-PROJ-TOTAL
              MOVE SPACES TO WS-INV-LINE
              MOVE 'T' TO WS-INVC-TYPE
              MOVE WS-INV-CLIENT-LINES TO WS-INVC-LINES
              MOVE WS-INV-CLIENT-HOURS TO WS-INVC-HOURS
              MOVE WS-INV-CLIENT-AMOUNT TO WS-INVC-AMOUNT
              WRITE INVOICE-RECORD FROM WS-INV-LINE
              CLOSE INVOICE-FILE
              MOVE 'N' TO WS-INV-FILE-SWITCH
              ADD WS-INV-CLIENT-AMOUNT TO WS-INV-RUN-AMOUNT
              MOVE WS-INV-CLIENT-AMOUNT TO WS-INV-SHOW-AMOUNT
              DISPLAY "  " WS-INVOICE-FILENAME
              DISPLAY "    CLIENT " WS-INV-LAST-CLIENT " LINES "
                 WS-INV-CLIENT-LINES " AMOUNT " WS-INV-SHOW-AMOUNT
           END-IF.

       WRITE-INVOICE-PROJ-TOTAL.
           IF INV-FILE-OPEN
              MOVE SPACES TO WS-INV-LINE
              MOVE 'P' TO WS-INVP-TYPE
              MOVE WS-INV-LAST-PROJ TO WS-INVP-PROJ
              MOVE WS-INV-LAST-PROJ-NAME TO WS-INVP-PROJ-NAME
              MOVE WS-INV-PROJ-HOURS TO WS-INVP-HOURS
              MOVE WS-INV-PROJ-AMOUNT TO WS-INVP-AMOUNT
              WRITE INVOICE-RECORD FROM WS-INV-LINE
           END-IF.
           MOVE 0 TO WS-INV-PROJ-HOURS.
           MOVE 0 TO WS-INV-PROJ-AMOUNT.

      *-----------------------------------------------------------------
      * STAMP-INVOICED-TIME copies the time log through the work file,
      * putting today's date on every line whose slot reached an
      * extract, then copies it back. The live log is only reopened
      * for output once the work copy is safely readable.
      *-----------------------------------------------------------------
       STAMP-INVOICED-TIME.
           MOVE 0 TO WS-INV-CNT-BILLED.
           OPEN INPUT TIME-LOG-FILE.
           IF NOT TIME-LOG-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-TIME-LOG-FILENAME
              DISPLAY "FILE STATUS " WS-TIME-LOG-FILE-STATUS
           ELSE
              OPEN OUTPUT TIME-WORK-FILE
              IF NOT TIME-WORK-FILE-OK
                 DISPLAY "COULD NOT OPEN " WS-TIME-WORK-FILENAME
                 DISPLAY "FILE STATUS " WS-TIME-WORK-FILE-STATUS
                 CLOSE TIME-LOG-FILE
              ELSE
                 MOVE 'N' TO WS-TIME-EOF-SWITCH
                 PERFORM STAMP-TIME-COPY-LOOP UNTIL TIME-LOG-AT-END
                 CLOSE TIME-LOG-FILE
                 CLOSE TIME-WORK-FILE
                 PERFORM STAMP-TIME-COPY-BACK
              END-IF
           END-IF.
           IF WS-INV-CNT-BILLED = 0
              DISPLAY "THE TIME LOG WAS NOT STAMPED - THE SAME TIME "
              DISPLAY "WILL BE OFFERED AGAIN BY THE NEXT RUN"
           END-IF.

       STAMP-TIME-COPY-LOOP.
           READ TIME-LOG-FILE
               AT END MOVE 'Y' TO WS-TIME-EOF-SWITCH
               NOT AT END
                  PERFORM CHECK-INVOICE-LINE
                  IF INV-LINE-BILLABLE
                     PERFORM LOCATE-INVOICE-SLOT
                     IF INV-SLOT-FOUND
                        AND WS-INVT-KEY (WS-INV-POS) = WS-INV-WORK-KEY
                        AND INVT-WRITTEN (WS-INV-POS)
                        MOVE WS-TODAY-YYYYMMDD TO TIME-INVOICED
                        ADD 1 TO WS-INV-CNT-BILLED
                     END-IF
                  END-IF
                  WRITE TIME-WORK-RECORD FROM TIME-LOG-RECORD
           END-READ.

       STAMP-TIME-COPY-BACK.
           OPEN INPUT TIME-WORK-FILE.
           IF NOT TIME-WORK-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-TIME-WORK-FILENAME
              DISPLAY "FILE STATUS " WS-TIME-WORK-FILE-STATUS
              MOVE 0 TO WS-INV-CNT-BILLED
           ELSE
              OPEN OUTPUT TIME-LOG-FILE
              IF NOT TIME-LOG-FILE-OK
                 DISPLAY "COULD NOT OPEN " WS-TIME-LOG-FILENAME
                 DISPLAY "FILE STATUS " WS-TIME-LOG-FILE-STATUS
                 MOVE 0 TO WS-INV-CNT-BILLED
              ELSE
                 MOVE 'N' TO WS-TIME-EOF-SWITCH
                 PERFORM STAMP-TIME-BACK-LOOP UNTIL TIME-LOG-AT-END
                 CLOSE TIME-LOG-FILE
              END-IF
              CLOSE TIME-WORK-FILE
           END-IF.

       STAMP-TIME-BACK-LOOP.
           READ TIME-WORK-FILE
               AT END MOVE 'Y' TO WS-TIME-EOF-SWITCH
               NOT AT END
                  WRITE TIME-LOG-RECORD FROM TIME-WORK-RECORD
           END-READ.

      *-----------------------------------------------------------------
      * JOURNAL-CONTACT / JOURNAL-TASK / JOURNAL-DAY append one
      * dated line to the journal for every write, rewrite or
      * delete on the three data files, the way the task history
      * already records status flips. The caller sets JRNL-ACTION
      * first; before-images come from the WS-...-BEFORE areas the
      * update and delete paragraphs fill right after their READ.
      *-----------------------------------------------------------------
       JOURNAL-CONTACT.
           MOVE 'C' TO JRNL-FILE-CODE.
           MOVE SPACES TO JRNL-BEFORE.
           MOVE SPACES TO JRNL-AFTER.
           IF NOT JRNL-WRITE
              MOVE WS-CONTACT-BEFORE TO JRNL-BEFORE.
           IF NOT JRNL-DELETE
              MOVE CONTACT-FILE-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-ENTRY.

       JOURNAL-TASK.
           MOVE 'T' TO JRNL-FILE-CODE.
           MOVE SPACES TO JRNL-BEFORE.
           MOVE SPACES TO JRNL-AFTER.
           IF NOT JRNL-WRITE
              MOVE WS-TASK-BEFORE TO JRNL-BEFORE.
           IF NOT JRNL-DELETE
              MOVE TASK-FILE-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-ENTRY.

       JOURNAL-DAY.
           MOVE 'D' TO JRNL-FILE-CODE.
           MOVE SPACES TO JRNL-BEFORE.
           MOVE SPACES TO JRNL-AFTER.
           IF NOT JRNL-WRITE
              MOVE WS-DAY-BEFORE TO JRNL-BEFORE.
           IF NOT JRNL-DELETE
              MOVE DAY-FILE-RECORD TO JRNL-AFTER.
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-TODAY-YYYYMMDD TO JRNL-DATE.
           WRITE JOURNAL-RECORD.

      *-----------------------------------------------------------------
      * RECOVER-FROM-JOURNAL rebuilds one damaged data file by
      * starting it empty and replaying its journal lines in order:
      * writes are re-written, rewrites re-applied (or written when
      * the record is not there, for journals that begin mid-life),
      * deletes re-deleted. The journal itself is closed for the
      * replay and reopened for appending afterwards.
      *-----------------------------------------------------------------
       RECOVER-FROM-JOURNAL.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "REBUILD WHICH FILE? 1 - CONTACTS, 2 - TASKS, "
           DISPLAY "3 - DAY REGISTER, 0 - NONE ".
           ACCEPT WS-RECOVER-CHOICE.
           IF WS-RECOVER-CHOICE >= 1 AND WS-RECOVER-CHOICE <= 3
              DISPLAY "THE FILE IS STARTED EMPTY AND REBUILT FROM "
              DISPLAY "THE JOURNAL - ARE YOU SURE? Y/N "
              ACCEPT WS-CHK-ANSWER
              IF WS-CHK-ANSWER = 'Y'
                 PERFORM REBUILD-FROM-JOURNAL
              END-IF
           END-IF.

       REBUILD-FROM-JOURNAL.
           MOVE 0 TO WS-CNT-REPLAYED.
           CLOSE JOURNAL-FILE.
           EVALUATE WS-RECOVER-CHOICE
               WHEN 1
                  MOVE 'C' TO WS-RECOVER-CODE
                  CLOSE CONTACT-FILE
                  OPEN OUTPUT CONTACT-FILE
                  CLOSE CONTACT-FILE
                  OPEN I-O CONTACT-FILE
               WHEN 2
                  MOVE 'T' TO WS-RECOVER-CODE
                  CLOSE TASK-FILE
                  OPEN OUTPUT TASK-FILE
                  CLOSE TASK-FILE
                  OPEN I-O TASK-FILE
               WHEN 3
                  MOVE 'D' TO WS-RECOVER-CODE
                  CLOSE DAY-FILE
                  OPEN OUTPUT DAY-FILE
                  CLOSE DAY-FILE
                  OPEN I-O DAY-FILE
           END-EVALUATE.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
              DISPLAY "NO JOURNAL TO REPLAY"
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM REPLAY-JOURNAL-LOOP UNTIL END-OF-FILE
              CLOSE JOURNAL-FILE
              DISPLAY "JOURNAL ENTRIES REPLAYED: " WS-CNT-REPLAYED
           END-IF.
           MOVE SPACES TO WS-AUD-LINE.
           MOVE "RECOVERY" TO WS-AUD-EVENT.
           STRING "FILE " DELIMITED BY SIZE
                  WS-RECOVER-CODE DELIMITED BY SIZE
                  " REBUILT FROM THE JOURNAL, " DELIMITED BY SIZE
                  WS-CNT-REPLAYED DELIMITED BY SIZE
                  " ENTRIES" DELIMITED BY SIZE
              INTO WS-AUD-DETAIL
           END-STRING.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM OPEN-JOURNAL-FILE.

       REPLAY-JOURNAL-LOOP.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                  IF JRNL-FILE-CODE = WS-RECOVER-CODE
                     PERFORM REPLAY-ONE-ENTRY
                  END-IF
           END-READ.

       REPLAY-ONE-ENTRY.
           ADD 1 TO WS-CNT-REPLAYED.
           EVALUATE WS-RECOVER-CODE
               WHEN 'C'
                  PERFORM REPLAY-CONTACT-ENTRY
               WHEN 'T'
                  PERFORM REPLAY-TASK-ENTRY
               WHEN 'D'
                  PERFORM REPLAY-DAY-ENTRY
           END-EVALUATE.

       REPLAY-CONTACT-ENTRY.
           EVALUATE TRUE
               WHEN JRNL-WRITE
                  MOVE JRNL-AFTER TO CONTACT-FILE-RECORD
                  WRITE CONTACT-FILE-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
               WHEN JRNL-REWRITE
                  MOVE JRNL-AFTER TO CONTACT-FILE-RECORD
                  REWRITE CONTACT-FILE-RECORD
                      INVALID KEY
                         WRITE CONTACT-FILE-RECORD
                             INVALID KEY CONTINUE
                         END-WRITE
                  END-REWRITE
               WHEN JRNL-DELETE
                  MOVE JRNL-BEFORE TO CONTACT-FILE-RECORD
                  DELETE CONTACT-FILE RECORD
                      INVALID KEY CONTINUE
                  END-DELETE
           END-EVALUATE.

       REPLAY-TASK-ENTRY.
           EVALUATE TRUE
               WHEN JRNL-WRITE
                  MOVE JRNL-AFTER TO TASK-FILE-RECORD
                  WRITE TASK-FILE-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
               WHEN JRNL-REWRITE
                  MOVE JRNL-AFTER TO TASK-FILE-RECORD
                  REWRITE TASK-FILE-RECORD
                      INVALID KEY
                         WRITE TASK-FILE-RECORD
                             INVALID KEY CONTINUE
                         END-WRITE
                  END-REWRITE
               WHEN JRNL-DELETE
                  MOVE JRNL-BEFORE TO TASK-FILE-RECORD
                  DELETE TASK-FILE RECORD
                      INVALID KEY CONTINUE
                  END-DELETE
           END-EVALUATE.

       REPLAY-DAY-ENTRY.
           EVALUATE TRUE
               WHEN JRNL-WRITE
                  MOVE JRNL-AFTER TO DAY-FILE-RECORD
                  WRITE DAY-FILE-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
               WHEN JRNL-REWRITE
                  MOVE JRNL-AFTER TO DAY-FILE-RECORD
                  REWRITE DAY-FILE-RECORD
                      INVALID KEY
                         WRITE DAY-FILE-RECORD
                             INVALID KEY CONTINUE
                         END-WRITE
                  END-REWRITE
               WHEN JRNL-DELETE
                  MOVE JRNL-BEFORE TO DAY-FILE-RECORD
                  DELETE DAY-FILE RECORD
                      INVALID KEY CONTINUE
                  END-DELETE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * MAINTAIN-BACKUPS takes, lists and restores whole-diary backup
      * generations. Unlike the journal rebuild, which only replays
      * the contact, task and day files, a generation holds every
      * file BUILD-FILE-NAMES names for the user (bar the lock and
      * the invoice work file), so a restore puts the whole diary
      * back as it was when the backup was taken. The session lock
      * stays held throughout; the lock file itself is never part of
      * a generation.
      *-----------------------------------------------------------------
       MAINTAIN-BACKUPS.
           PERFORM SPACE-BETWEEN-TEXT
           DISPLAY "BACKUPS: 1 - TAKE A BACKUP NOW, 2 - LIST THE "
           DISPLAY "GENERATIONS, 3 - RESTORE A GENERATION "
                   "(SUPERVISOR), 0 - BACK ".
           ACCEPT WS-BKP-CHOICE.
           EVALUATE WS-BKP-CHOICE
               WHEN 1
                  DISPLAY "HOW MANY GENERATIONS TO KEEP, 1-9 "
                  DISPLAY "(BLANK FOR 7) "
                  MOVE SPACE TO WS-BKP-KEEP-X
                  ACCEPT WS-BKP-KEEP-X
                  PERFORM SET-BACKUP-KEEP
                  PERFORM BACKUP-DIARY-SET
                  IF BKP-OK
                     DISPLAY "BACKUP TAKEN INTO " WS-BACKUP-FILENAME
                     DISPLAY "RECORDS SAVED: " WS-BKP-CNT-RECORDS
                     DISPLAY "OLDER GENERATIONS DROPPED: "
                        WS-BKP-CNT-DROPPED
                  END-IF
               WHEN 2
                  PERFORM SCAN-BACKUP-GENERATIONS
                  PERFORM LIST-BACKUP-GENERATIONS
               WHEN 3
                  IF SESSION-SUPERVISOR
                     PERFORM RESTORE-DIARY-SET
                  ELSE
                     PERFORM REFUSE-NOT-SUPERVISOR
                  END-IF
           END-EVALUATE.

       SET-BACKUP-KEEP.
           IF WS-BKP-KEEP-X IS NOT NUMERIC OR WS-BKP-KEEP = 0
              MOVE 7 TO WS-BKP-KEEP
           END-IF.

      *-----------------------------------------------------------------
      * BACKUP-DIARY-SET writes a new generation into a slot that
      * holds no generation, and only once it is complete empties the
      * slots of the generations that fall out of the kept set, so a
      * failed backup never costs an older one. Only when all nine
      * slots are full does the new one go over the oldest, which
      * falls out of any kept set anyway. The session's files are
      * closed while they are read and opened again afterwards.
      *-----------------------------------------------------------------
       BACKUP-DIARY-SET.
           MOVE 'N' TO WS-BKP-OK-SWITCH.
           MOVE 0 TO WS-BKP-CNT-RECORDS.
           MOVE 0 TO WS-BKP-CNT-DROPPED.
           PERFORM SCAN-BACKUP-GENERATIONS.
           PERFORM PICK-BACKUP-SLOT.
           MOVE WS-BKP-NEW-SLOT TO WS-BKP-FILE-SLOT.
           PERFORM BUILD-BACKUP-FILENAME.
           PERFORM CLOSE-BACKUP-SET.
           OPEN OUTPUT BACKUP-FILE.
           IF NOT BACKUP-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-BACKUP-FILENAME
              DISPLAY "FILE STATUS " WS-BACKUP-FILE-STATUS
           ELSE
              ACCEPT WS-BKP-TIME-NOW FROM TIME
              MOVE SPACES TO WS-BKP-LINE
              MOVE "HD" TO WS-BKP-TAG
              MOVE WS-USER-KEY TO WS-BKPH-USER
              MOVE WS-TODAY-YYYYMMDD TO WS-BKPH-DATE
              MOVE WS-BKP-TIME-NOW (1:6) TO WS-BKPH-TIME
              MOVE WS-BKP-KEEP TO WS-BKPH-KEEP
              MOVE WS-BKP-LINE TO BACKUP-RECORD
              WRITE BACKUP-RECORD
              PERFORM DUMP-CONTACT-FILE
              PERFORM DUMP-DAY-FILE
              PERFORM DUMP-TASK-FILE
              PERFORM DUMP-PROJECT-FILE
              PERFORM DUMP-INTERACTION-FILE
              PERFORM DUMP-APPT-FILE
              PERFORM DUMP-TASK-ARCH-FILE
              PERFORM DUMP-DAY-ARCH-FILE
              PERFORM DUMP-RECYCLE-FILE
              PERFORM DUMP-CONTROL-FILE
              PERFORM DUMP-TASK-HIST-FILE
              PERFORM DUMP-TIME-LOG-FILE
              PERFORM DUMP-JOURNAL-FILE
              PERFORM DUMP-HANDOFF-FILE
              PERFORM DUMP-EXP-CONTACT-FILE
              PERFORM DUMP-EXP-TASK-FILE
              PERFORM DUMP-EXP-DAY-FILE
              PERFORM DUMP-REJECT-FILE
              PERFORM DUMP-PLANNER-FILE
              PERFORM DUMP-CALENDAR-FILE
              PERFORM DUMP-VCARD-FILE
              MOVE SPACES TO WS-BKP-LINE
              MOVE "TR" TO WS-BKP-TAG
              MOVE WS-BKP-CNT-RECORDS TO WS-BKPT-RECORDS
              MOVE WS-BKP-LINE TO BACKUP-RECORD
              WRITE BACKUP-RECORD
              CLOSE BACKUP-FILE
              MOVE 'Y' TO WS-BKP-OK-SWITCH
              PERFORM DROP-OLD-GENERATION
                 VARYING WS-BKP-IDX FROM WS-BKP-KEEP BY 1
                 UNTIL WS-BKP-IDX > WS-BKP-GEN-COUNT
           END-IF.
           PERFORM REOPEN-BACKUP-SET.

       WRITE-BACKUP-LINE.
           MOVE WS-BKP-LINE TO BACKUP-RECORD.
           WRITE BACKUP-RECORD.
           ADD 1 TO WS-BKP-CNT-RECORDS.

       DUMP-CONTACT-FILE.
           OPEN INPUT CONTACT-FILE.
           IF CONTACT-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-CONTACT-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE CONTACT-FILE
           END-IF.

       DUMP-CONTACT-LOOP.
           READ CONTACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "CO" TO WS-BKP-TAG
                  MOVE CONTACT-FILE-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-DAY-FILE.
           OPEN INPUT DAY-FILE.
           IF DAY-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-DAY-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE DAY-FILE
           END-IF.

       DUMP-DAY-LOOP.
           READ DAY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "DY" TO WS-BKP-TAG
                  MOVE DAY-FILE-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-TASK-FILE.
           OPEN INPUT TASK-FILE.
           IF TASK-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-TASK-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE TASK-FILE
           END-IF.

       DUMP-TASK-LOOP.
           READ TASK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "TA" TO WS-BKP-TAG
                  MOVE TASK-FILE-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-PROJECT-FILE.
           OPEN INPUT PROJECT-FILE.
           IF PROJ-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-PROJECT-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE PROJECT-FILE
           END-IF.

       DUMP-PROJECT-LOOP.
           READ PROJECT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "PJ" TO WS-BKP-TAG
                  MOVE PROJECT-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-INTERACTION-FILE.
           OPEN INPUT INTERACTION-FILE.
           IF INT-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-INTERACTION-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE INTERACTION-FILE
           END-IF.

       DUMP-INTERACTION-LOOP.
           READ INTERACTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "IN" TO WS-BKP-TAG
                  MOVE INTERACTION-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-APPT-FILE.
           OPEN INPUT APPOINTMENT-FILE.
           IF APPT-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-APPT-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE APPOINTMENT-FILE
           END-IF.

       DUMP-APPT-LOOP.
           READ APPOINTMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "AP" TO WS-BKP-TAG
                  MOVE APPOINTMENT-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-TASK-ARCH-FILE.
           OPEN INPUT TASK-ARCH-FILE.
           IF TASK-ARCH-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-TASK-ARCH-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE TASK-ARCH-FILE
           END-IF.

       DUMP-TASK-ARCH-LOOP.
           READ TASK-ARCH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "AT" TO WS-BKP-TAG
                  MOVE TASK-ARCH-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-DAY-ARCH-FILE.
           OPEN INPUT DAY-ARCH-FILE.
           IF DAY-ARCH-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-DAY-ARCH-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE DAY-ARCH-FILE
           END-IF.

       DUMP-DAY-ARCH-LOOP.
           READ DAY-ARCH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "AD" TO WS-BKP-TAG
                  MOVE DAY-ARCH-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-RECYCLE-FILE.
           OPEN INPUT RECYCLE-FILE.
           IF RECYCLE-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-RECYCLE-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE RECYCLE-FILE
           END-IF.

       DUMP-RECYCLE-LOOP.
           READ RECYCLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "RB" TO WS-BKP-TAG
                  MOVE RECYCLE-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-CONTROL-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE CONTROL-FILE
           END-IF.

       DUMP-CONTROL-LOOP.
           READ CONTROL-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "CT" TO WS-BKP-TAG
                  MOVE CONTROL-FILE-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-TASK-HIST-FILE.
           OPEN INPUT TASK-HISTORY-FILE.
           IF TASK-HIST-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-TASK-HIST-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE TASK-HISTORY-FILE
           END-IF.

       DUMP-TASK-HIST-LOOP.
           READ TASK-HISTORY-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "TH" TO WS-BKP-TAG
                  MOVE TASK-HISTORY-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-TIME-LOG-FILE.
           OPEN INPUT TIME-LOG-FILE.
           IF TIME-LOG-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-TIME-LOG-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE TIME-LOG-FILE
           END-IF.

       DUMP-TIME-LOG-LOOP.
           READ TIME-LOG-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "TL" TO WS-BKP-TAG
                  MOVE TIME-LOG-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-JOURNAL-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE JOURNAL-FILE
           END-IF.

       DUMP-JOURNAL-LOOP.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "JR" TO WS-BKP-TAG
                  MOVE JOURNAL-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-HANDOFF-FILE.
           OPEN INPUT HANDOFF-FILE.
           IF HANDOFF-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-HANDOFF-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE HANDOFF-FILE
           END-IF.

       DUMP-HANDOFF-LOOP.
           READ HANDOFF-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "HO" TO WS-BKP-TAG
                  MOVE HANDOFF-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-EXP-CONTACT-FILE.
           OPEN INPUT EXPORT-CONTACT-FILE.
           IF EXPORT-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-EXP-CONTACT-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE EXPORT-CONTACT-FILE
           END-IF.

       DUMP-EXP-CONTACT-LOOP.
           READ EXPORT-CONTACT-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "XC" TO WS-BKP-TAG
                  MOVE EXPORT-CONTACT-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-EXP-TASK-FILE.
           OPEN INPUT EXPORT-TASK-FILE.
           IF EXPORT-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-EXP-TASK-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE EXPORT-TASK-FILE
           END-IF.

       DUMP-EXP-TASK-LOOP.
           READ EXPORT-TASK-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "XT" TO WS-BKP-TAG
                  MOVE EXPORT-TASK-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-EXP-DAY-FILE.
           OPEN INPUT EXPORT-DAY-FILE.
           IF EXPORT-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-EXP-DAY-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE EXPORT-DAY-FILE
           END-IF.

       DUMP-EXP-DAY-LOOP.
           READ EXPORT-DAY-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "XD" TO WS-BKP-TAG
                  MOVE EXPORT-DAY-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-REJECT-FILE.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-REJECT-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE REJECT-FILE
           END-IF.

       DUMP-REJECT-LOOP.
           READ REJECT-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "RJ" TO WS-BKP-TAG
                  MOVE REJECT-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-PLANNER-FILE.
           OPEN INPUT PLANNER-FILE.
           IF PLANNER-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-PLANNER-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE PLANNER-FILE
           END-IF.

       DUMP-PLANNER-LOOP.
           READ PLANNER-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "PL" TO WS-BKP-TAG
                  MOVE PLANNER-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-CALENDAR-FILE.
           OPEN INPUT CALENDAR-FILE.
           IF CARD-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-CALENDAR-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE CALENDAR-FILE
           END-IF.

       DUMP-CALENDAR-LOOP.
           READ CALENDAR-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "IC" TO WS-BKP-TAG
                  MOVE CALENDAR-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       DUMP-VCARD-FILE.
           OPEN INPUT VCARD-FILE.
           IF CARD-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM DUMP-VCARD-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE VCARD-FILE
           END-IF.

       DUMP-VCARD-LOOP.
           READ VCARD-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE "VC" TO WS-BKP-TAG
                  MOVE VCARD-RECORD TO WS-BKP-DATA
                  PERFORM WRITE-BACKUP-LINE
           END-READ.

       PICK-BACKUP-SLOT.
           MOVE SPACES TO WS-BKP-SLOT-TABLE.
           PERFORM MARK-KEPT-BACKUP-SLOT
              VARYING WS-BKP-IDX FROM 1 BY 1
              UNTIL WS-BKP-IDX > WS-BKP-GEN-COUNT.
           MOVE 0 TO WS-BKP-NEW-SLOT.
           PERFORM TEST-FREE-BACKUP-SLOT
              VARYING WS-BKP-SLOT FROM 1 BY 1
              UNTIL WS-BKP-SLOT > 9
                 OR WS-BKP-NEW-SLOT NOT = 0.
           IF WS-BKP-NEW-SLOT = 0
              MOVE WS-BKP-GEN-SLOT (WS-BKP-GEN-COUNT)
                 TO WS-BKP-NEW-SLOT
              ADD 1 TO WS-BKP-CNT-DROPPED
           END-IF.

       MARK-KEPT-BACKUP-SLOT.
           MOVE WS-BKP-GEN-SLOT (WS-BKP-IDX) TO WS-BKP-FILE-SLOT.
           MOVE 'Y' TO WS-BKP-SLOT-USED (WS-BKP-FILE-SLOT).

       TEST-FREE-BACKUP-SLOT.
           IF WS-BKP-SLOT-USED (WS-BKP-SLOT) = SPACE
              MOVE WS-BKP-SLOT TO WS-BKP-NEW-SLOT
           END-IF.

       DROP-OLD-GENERATION.
           IF WS-BKP-GEN-SLOT (WS-BKP-IDX) NOT = WS-BKP-NEW-SLOT
              MOVE WS-BKP-GEN-SLOT (WS-BKP-IDX) TO WS-BKP-FILE-SLOT
              PERFORM BUILD-BACKUP-FILENAME
              OPEN OUTPUT BACKUP-FILE
              CLOSE BACKUP-FILE
              ADD 1 TO WS-BKP-CNT-DROPPED
           END-IF.

       BUILD-BACKUP-FILENAME.
           MOVE SPACES TO WS-BACKUP-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_BKP" DELIMITED BY SIZE
                  WS-BKP-FILE-SLOT DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
              INTO WS-BACKUP-FILENAME.

      *-----------------------------------------------------------------
      * SCAN-BACKUP-GENERATIONS reads the header line of each slot
      * and files the generations found newest first.
      *-----------------------------------------------------------------
       SCAN-BACKUP-GENERATIONS.
           MOVE 0 TO WS-BKP-GEN-COUNT.
           PERFORM SCAN-ONE-BACKUP-SLOT
              VARYING WS-BKP-SLOT FROM 1 BY 1
              UNTIL WS-BKP-SLOT > 9.

       SCAN-ONE-BACKUP-SLOT.
           MOVE WS-BKP-SLOT TO WS-BKP-FILE-SLOT.
           PERFORM BUILD-BACKUP-FILENAME.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-OK
              READ BACKUP-FILE
                  AT END CONTINUE
                  NOT AT END
                     MOVE BACKUP-RECORD TO WS-BKP-LINE
                     IF WS-BKP-TAG = "HD"
                        PERFORM FILE-BACKUP-GENERATION
                     END-IF
              END-READ
              CLOSE BACKUP-FILE
           END-IF.

       FILE-BACKUP-GENERATION.
           MOVE 0 TO WS-BKP-POS.
           PERFORM TEST-BACKUP-GEN-POS
              VARYING WS-BKP-IDX FROM 1 BY 1
              UNTIL WS-BKP-IDX > WS-BKP-GEN-COUNT
                 OR WS-BKP-POS NOT = 0.
           IF WS-BKP-POS = 0
              COMPUTE WS-BKP-POS = WS-BKP-GEN-COUNT + 1
           ELSE
              PERFORM SHIFT-BACKUP-GEN
                 VARYING WS-BKP-IDX FROM WS-BKP-GEN-COUNT BY -1
                 UNTIL WS-BKP-IDX < WS-BKP-POS
           END-IF.
           ADD 1 TO WS-BKP-GEN-COUNT.
           MOVE WS-BKP-FILE-SLOT TO WS-BKP-GEN-SLOT (WS-BKP-POS).
           MOVE WS-BKPH-STAMP TO WS-BKP-GEN-STAMP (WS-BKP-POS).

       TEST-BACKUP-GEN-POS.
           IF WS-BKP-GEN-STAMP (WS-BKP-IDX) < WS-BKPH-STAMP
              MOVE WS-BKP-IDX TO WS-BKP-POS
           END-IF.

       SHIFT-BACKUP-GEN.
           MOVE WS-BKP-GEN (WS-BKP-IDX) TO WS-BKP-GEN (WS-BKP-IDX + 1).

       LIST-BACKUP-GENERATIONS.
           IF WS-BKP-GEN-COUNT = 0
              DISPLAY "NO BACKUP GENERATIONS FOR THIS DIARY"
           ELSE
              DISPLAY "GENERATIONS, NEWEST FIRST:"
              PERFORM SHOW-BACKUP-GENERATION
                 VARYING WS-BKP-IDX FROM 1 BY 1
                 UNTIL WS-BKP-IDX > WS-BKP-GEN-COUNT
           END-IF.

       SHOW-BACKUP-GENERATION.
           DISPLAY WS-BKP-IDX " - TAKEN "
              WS-BKP-GEN-STAMP (WS-BKP-IDX) (1:8) " AT "
              WS-BKP-GEN-STAMP (WS-BKP-IDX) (9:2) ":"
              WS-BKP-GEN-STAMP (WS-BKP-IDX) (11:2) ":"
              WS-BKP-GEN-STAMP (WS-BKP-IDX) (13:2)
              "  (SLOT " WS-BKP-GEN-SLOT (WS-BKP-IDX) ")".

      *-----------------------------------------------------------------
      * RESTORE-DIARY-SET lists the generations and puts the chosen
      * one back. The generation is read through once first and only
      * used when its trailer is there and agrees with the number of
      * records in it, so a backup cut short cannot half-restore the
      * diary.
      *-----------------------------------------------------------------
       RESTORE-DIARY-SET.
           PERFORM SCAN-BACKUP-GENERATIONS.
           PERFORM LIST-BACKUP-GENERATIONS.
           IF WS-BKP-GEN-COUNT > 0 AND LOCK-HELD
              DISPLAY "ENTER THE GENERATION TO PUT BACK, 0 FOR NONE "
              MOVE 0 TO WS-BKP-PICK
              ACCEPT WS-BKP-PICK
              IF WS-BKP-PICK < 1 OR WS-BKP-PICK > WS-BKP-GEN-COUNT
                 DISPLAY "NOTHING RESTORED"
              ELSE
                 MOVE WS-BKP-GEN-SLOT (WS-BKP-PICK) TO WS-BKP-FILE-SLOT
                 PERFORM BUILD-BACKUP-FILENAME
                 PERFORM VERIFY-BACKUP-GENERATION
                 IF NOT BKP-OK
                    DISPLAY "THAT GENERATION IS INCOMPLETE - "
                       "NOTHING RESTORED"
                 ELSE
                    DISPLAY "EVERY FILE OF THIS DIARY IS REPLACED BY "
                       "THE BACKUP - ARE YOU SURE? Y/N "
                    ACCEPT WS-BKP-ANSWER
                    IF WS-BKP-ANSWER = 'Y'
                       PERFORM LOAD-BACKUP-GENERATION
                       MOVE SPACES TO WS-AUD-LINE
                       MOVE "RECOVERY" TO WS-AUD-EVENT
                       IF WS-BKP-CNT-FAILED = 0
                          AND WS-BKP-CNT-UNOPENED = 0
                          STRING "WHOLE DIARY FROM BACKUP "
                                    DELIMITED BY SIZE
                                 WS-BKP-GEN-STAMP (WS-BKP-PICK)
                                    DELIMITED BY SIZE
                             INTO WS-AUD-DETAIL
                          END-STRING
                       ELSE
                          STRING "PART FROM BACKUP "
                                    DELIMITED BY SIZE
                                 WS-BKP-GEN-STAMP (WS-BKP-PICK)
                                    DELIMITED BY SIZE
                                 " FAILED " DELIMITED BY SIZE
                                 WS-BKP-CNT-FAILED DELIMITED BY SIZE
                                 " UNOPENED " DELIMITED BY SIZE
                                 WS-BKP-CNT-UNOPENED
                                    DELIMITED BY SIZE
                             INTO WS-AUD-DETAIL
                          END-STRING
                       END-IF
                       PERFORM WRITE-AUDIT-ENTRY
                    ELSE
                       DISPLAY "NOTHING RESTORED"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       VERIFY-BACKUP-GENERATION.
           MOVE 'N' TO WS-BKP-OK-SWITCH.
           MOVE 'N' TO WS-BKP-TRAILER-SWITCH.
           MOVE 0 TO WS-BKP-CNT-RECORDS.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-OK
              MOVE 'N' TO WS-BKP-EOF-SWITCH
              PERFORM VERIFY-BACKUP-LOOP UNTIL BKP-SOURCE-AT-END
              CLOSE BACKUP-FILE
           END-IF.

       VERIFY-BACKUP-LOOP.
           READ BACKUP-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE BACKUP-RECORD TO WS-BKP-LINE
                  EVALUATE WS-BKP-TAG
                      WHEN "HD"
                         CONTINUE
                      WHEN "TR"
                         MOVE 'Y' TO WS-BKP-TRAILER-SWITCH
                         IF WS-BKPT-RECORDS = WS-BKP-CNT-RECORDS
                            MOVE 'Y' TO WS-BKP-OK-SWITCH
                         END-IF
                      WHEN OTHER
                         ADD 1 TO WS-BKP-CNT-RECORDS
                         IF BKP-TRAILER-SEEN
                            MOVE 'N' TO WS-BKP-OK-SWITCH
                         END-IF
                  END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * LOAD-BACKUP-GENERATION empties every file of the set and
      * writes the generation's records back by their file code, so a
      * file that was empty or missing when the backup was taken comes
      * back empty too. The next-ID counters are reloaded from the
      * restored control file.
      *-----------------------------------------------------------------
       LOAD-BACKUP-GENERATION.
           MOVE 0 TO WS-BKP-CNT-RECORDS.
           MOVE 0 TO WS-BKP-CNT-FAILED.
           PERFORM CLOSE-BACKUP-SET.
           PERFORM OPEN-BACKUP-TARGETS.
           OPEN INPUT BACKUP-FILE.
           MOVE 'N' TO WS-BKP-EOF-SWITCH.
           PERFORM LOAD-BACKUP-LOOP UNTIL BKP-SOURCE-AT-END.
           CLOSE BACKUP-FILE.
           CLOSE CONTACT-FILE
                 DAY-FILE
                 TASK-FILE
                 PROJECT-FILE
                 INTERACTION-FILE
                 APPOINTMENT-FILE
                 TASK-ARCH-FILE
                 DAY-ARCH-FILE
                 RECYCLE-FILE
                 CONTROL-FILE
                 TASK-HISTORY-FILE
                 TIME-LOG-FILE
                 JOURNAL-FILE
                 HANDOFF-FILE
                 EXPORT-CONTACT-FILE
                 EXPORT-TASK-FILE
                 EXPORT-DAY-FILE
                 REJECT-FILE
                 PLANNER-FILE
                 CALENDAR-FILE
                 VCARD-FILE.
           PERFORM REOPEN-BACKUP-SET.
           PERFORM LOAD-CONTROL.
           DISPLAY "RECORDS PUT BACK: " WS-BKP-CNT-RECORDS.
           IF WS-BKP-CNT-FAILED > 0
              DISPLAY "RECORDS THAT WOULD NOT LOAD: " WS-BKP-CNT-FAILED
           END-IF.
           IF WS-BKP-CNT-UNOPENED > 0
              DISPLAY "FILES THAT WOULD NOT OPEN: " WS-BKP-CNT-UNOPENED
           END-IF.

      *-----------------------------------------------------------------
      * OPEN-BACKUP-TARGETS empties each file of the set in turn and
      * reports any that will not open; the records meant for such a
      * file then fail their WRITE and are counted as not loaded.
      *-----------------------------------------------------------------
       OPEN-BACKUP-TARGETS.
           MOVE 0 TO WS-BKP-CNT-UNOPENED.
           OPEN OUTPUT CONTACT-FILE.
           MOVE WS-CONTACT-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-CONTACT-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT DAY-FILE.
           MOVE WS-DAY-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-DAY-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT TASK-FILE.
           MOVE WS-TASK-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-TASK-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT PROJECT-FILE.
           MOVE WS-PROJ-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-PROJ-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT INTERACTION-FILE.
           MOVE WS-INT-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-INT-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT APPOINTMENT-FILE.
           MOVE WS-APPT-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-APPT-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT TASK-ARCH-FILE.
           MOVE WS-TASK-ARCH-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-TASK-ARCH-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT DAY-ARCH-FILE.
           MOVE WS-DAY-ARCH-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-DAY-ARCH-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT RECYCLE-FILE.
           MOVE WS-RECYCLE-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-RECYCLE-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-CONTROL-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-CONTROL-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT TASK-HISTORY-FILE.
           MOVE WS-TASK-HIST-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-TASK-HIST-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT TIME-LOG-FILE.
           MOVE WS-TIME-LOG-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-TIME-LOG-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE WS-JOURNAL-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-JOURNAL-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT HANDOFF-FILE.
           MOVE WS-HANDOFF-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-HANDOFF-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT EXPORT-CONTACT-FILE.
           MOVE WS-EXPORT-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-EXP-CONTACT-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT EXPORT-TASK-FILE.
           MOVE WS-EXPORT-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-EXP-TASK-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT EXPORT-DAY-FILE.
           MOVE WS-EXPORT-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-EXP-DAY-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT REJECT-FILE.
           MOVE WS-REJECT-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-REJECT-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT PLANNER-FILE.
           MOVE WS-PLANNER-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-PLANNER-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT CALENDAR-FILE.
           MOVE WS-CARD-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-ICS-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.
           OPEN OUTPUT VCARD-FILE.
           MOVE WS-CARD-FILE-STATUS TO WS-BKP-LOAD-STATUS.
           MOVE WS-VCF-FILENAME TO WS-BKP-LOAD-NAME.
           PERFORM CHECK-BACKUP-TARGET-OPEN.

       CHECK-BACKUP-TARGET-OPEN.
           IF WS-BKP-LOAD-STATUS NOT = '00'
              DISPLAY "COULD NOT OPEN " WS-BKP-LOAD-NAME
              DISPLAY "FILE STATUS " WS-BKP-LOAD-STATUS
              ADD 1 TO WS-BKP-CNT-UNOPENED
           END-IF.

       LOAD-BACKUP-LOOP.
           READ BACKUP-FILE
               AT END MOVE 'Y' TO WS-BKP-EOF-SWITCH
               NOT AT END
                  MOVE BACKUP-RECORD TO WS-BKP-LINE
                  IF WS-BKP-TAG NOT = "HD" AND WS-BKP-TAG NOT = "TR"
                     ADD 1 TO WS-BKP-CNT-RECORDS
                     PERFORM LOAD-BACKUP-RECORD
                  END-IF
           END-READ.

       LOAD-BACKUP-RECORD.
           MOVE '00' TO WS-BKP-LOAD-STATUS.
           EVALUATE WS-BKP-TAG
               WHEN "CO"
                  MOVE WS-BKP-DATA TO CONTACT-FILE-RECORD
                  WRITE CONTACT-FILE-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-CONTACT-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "DY"
                  MOVE WS-BKP-DATA TO DAY-FILE-RECORD
                  WRITE DAY-FILE-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-DAY-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "TA"
                  MOVE WS-BKP-DATA TO TASK-FILE-RECORD
                  WRITE TASK-FILE-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-TASK-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "PJ"
                  MOVE WS-BKP-DATA TO PROJECT-RECORD
                  WRITE PROJECT-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-PROJ-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "IN"
                  MOVE WS-BKP-DATA TO INTERACTION-RECORD
                  WRITE INTERACTION-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-INT-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "AP"
                  MOVE WS-BKP-DATA TO APPOINTMENT-RECORD
                  WRITE APPOINTMENT-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-APPT-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "AT"
                  MOVE WS-BKP-DATA TO TASK-ARCH-RECORD
                  WRITE TASK-ARCH-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-TASK-ARCH-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "AD"
                  MOVE WS-BKP-DATA TO DAY-ARCH-RECORD
                  WRITE DAY-ARCH-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-DAY-ARCH-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "RB"
                  MOVE WS-BKP-DATA TO RECYCLE-RECORD
                  WRITE RECYCLE-RECORD
                      INVALID KEY CONTINUE
                  END-WRITE
                  MOVE WS-RECYCLE-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "CT"
                  MOVE WS-BKP-DATA TO CONTROL-FILE-RECORD
                  WRITE CONTROL-FILE-RECORD
                  MOVE WS-CONTROL-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "TH"
                  MOVE WS-BKP-DATA TO TASK-HISTORY-RECORD
                  WRITE TASK-HISTORY-RECORD
                  MOVE WS-TASK-HIST-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "TL"
                  MOVE WS-BKP-DATA TO TIME-LOG-RECORD
                  WRITE TIME-LOG-RECORD
                  MOVE WS-TIME-LOG-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "JR"
                  MOVE WS-BKP-DATA TO JOURNAL-RECORD
                  WRITE JOURNAL-RECORD
                  MOVE WS-JOURNAL-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "HO"
                  MOVE WS-BKP-DATA TO HANDOFF-RECORD
                  WRITE HANDOFF-RECORD
                  MOVE WS-HANDOFF-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "XC"
                  MOVE WS-BKP-DATA TO EXPORT-CONTACT-RECORD
                  WRITE EXPORT-CONTACT-RECORD
                  MOVE WS-EXPORT-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "XT"
                  MOVE WS-BKP-DATA TO EXPORT-TASK-RECORD
                  WRITE EXPORT-TASK-RECORD
                  MOVE WS-EXPORT-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "XD"
                  MOVE WS-BKP-DATA TO EXPORT-DAY-RECORD
                  WRITE EXPORT-DAY-RECORD
                  MOVE WS-EXPORT-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "RJ"
                  MOVE WS-BKP-DATA TO REJECT-RECORD
                  WRITE REJECT-RECORD
                  MOVE WS-REJECT-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "PL"
                  MOVE WS-BKP-DATA TO PLANNER-RECORD
                  WRITE PLANNER-RECORD
                  MOVE WS-PLANNER-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "IC"
                  MOVE WS-BKP-DATA TO CALENDAR-RECORD
                  WRITE CALENDAR-RECORD
                  MOVE WS-CARD-FILE-STATUS TO WS-BKP-LOAD-STATUS
               WHEN "VC"
                  MOVE WS-BKP-DATA TO VCARD-RECORD
                  WRITE VCARD-RECORD
                  MOVE WS-CARD-FILE-STATUS TO WS-BKP-LOAD-STATUS
           END-EVALUATE.
           IF WS-BKP-LOAD-STATUS (1:1) NOT = '0'
              ADD 1 TO WS-BKP-CNT-FAILED
           END-IF.

      *-----------------------------------------------------------------
      * CLOSE-BACKUP-SET / REOPEN-BACKUP-SET close and reopen the
      * user's files the session keeps open, leaving the lock, the
      * profile file and the shared directory alone.
      *-----------------------------------------------------------------
       CLOSE-BACKUP-SET.
           CLOSE CONTACT-FILE TASK-FILE DAY-FILE TASK-HISTORY-FILE
                 RECYCLE-FILE JOURNAL-FILE
                 INTERACTION-FILE PROJECT-FILE APPOINTMENT-FILE.

       REOPEN-BACKUP-SET.
           PERFORM OPEN-CONTACT-FILE.
           PERFORM OPEN-TASK-FILE.
           PERFORM OPEN-DAY-FILE.
           PERFORM OPEN-TASK-HISTORY-FILE.
           PERFORM OPEN-RECYCLE-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM OPEN-INTERACTION-FILE.
           PERFORM OPEN-PROJECT-FILE.
           PERFORM OPEN-APPOINTMENT-FILE.

      *-----------------------------------------------------------------
      * CONVERT-FIELD-TO-NUMBER turns the left-justified digits at
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * VALIDATE-TIME: callers MOVE an HHMM value to WS-VAL-TIME and
      * check VALID-TIME afterwards - the hour must be 00-23 and the
      * minute 00-59.
      *-----------------------------------------------------------------
       VALIDATE-TIME.
           MOVE 'N' TO WS-VAL-TIME-OK-SWITCH.
           IF WS-VAL-TIME IS NUMERIC
              AND WS-VAL-TIME-HH NOT > "23"
              AND WS-VAL-TIME-MI NOT > "59"
              MOVE 'Y' TO WS-VAL-TIME-OK-SWITCH.

      *-----------------------------------------------------------------
      * VALIDATE-CONTACT-BIRTHDATE runs after the birthdate is
      * typed: blank is allowed (unknown), anything else must be a
                  PERFORM SHOW-TIME-TOTAL
                  DISPLAY "TIME LOGGED: " WS-TIME-SHOW-HH " H "
                     WS-TIME-SHOW-MM " MIN".
               IF TASK-EST-HOURS NOT NUMERIC
                  MOVE 0 TO TASK-EST-HOURS.
               IF TASK-EST-HOURS > 0
                  PERFORM COMPUTE-TASK-REMAINING
                  MOVE TASK-EST-HOURS TO WS-FC-SHOW-EST
                  MOVE WS-FC-REMAIN TO WS-FC-SHOW-REMAIN
                  DISPLAY "ESTIMATE: " WS-FC-SHOW-EST " H  REMAINING: "
                     WS-FC-SHOW-REMAIN " H".

       TASK-PRED-LINE.
               IF TASK-PRED-ID (WS-PRED-IDX) NOT = 0
               END-IF.

       CONTACT-FOR-DAY-LOOP.
               PERFORM RESOLVE-CONTACT-VIEW.
               DISPLAY "  - " WS-CV-NAME.
               PERFORM READ-NEXT-CONTACT.

       SPACE-BETWEEN-TEXT.
                  "_TIMELOG.DAT" DELIMITED BY SIZE
              INTO WS-TIME-LOG-FILENAME.

           MOVE SPACES TO WS-TIME-WORK-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_TIMELOG.WRK" DELIMITED BY SIZE
              INTO WS-TIME-WORK-FILENAME.

           MOVE SPACES TO WS-JOURNAL-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_JOURNAL.DAT" DELIMITED BY SIZE
                  "_PLANNER.TXT" DELIMITED BY SIZE
              INTO WS-PLANNER-FILENAME.

           MOVE SPACES TO WS-APPT-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_APPTS.DAT" DELIMITED BY SIZE
              INTO WS-APPT-FILENAME.

           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_LOCK.DAT" DELIMITED BY SIZE
              INTO WS-LOCK-FILENAME.

           MOVE SPACES TO WS-ICS-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_TASKS.ICS" DELIMITED BY SIZE
              INTO WS-ICS-FILENAME.

           MOVE SPACES TO WS-VCF-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_CONTACTS.VCF" DELIMITED BY SIZE
              INTO WS-VCF-FILENAME.

           MOVE SPACES TO WS-ERASURE-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_ERASURE.DAT" DELIMITED BY SIZE
              INTO WS-ERASURE-FILENAME.

           MOVE SPACES TO WS-ERASE-WORK-FILENAME.
           STRING WS-USER-KEY (1:WS-NAME-LEN) DELIMITED BY SIZE
                  "_ERASE.WRK" DELIMITED BY SIZE
              INTO WS-ERASE-WORK-FILENAME.

      *-----------------------------------------------------------------
      * OPEN-DIARY-FILES / CLOSE-DIARY-FILES open the three indexed
      * files for the session, creating them on first use.
              PERFORM OPEN-JOURNAL-FILE
              PERFORM OPEN-INTERACTION-FILE
              PERFORM OPEN-PROJECT-FILE
              PERFORM OPEN-APPOINTMENT-FILE
              PERFORM OPEN-DIRECTORY-FILE
           END-IF.

      *-----------------------------------------------------------------
              DISPLAY "LEAVES IT ALONE "
              ACCEPT WS-LOCK-ANSWER
              IF WS-LOCK-ANSWER = "OVERRIDE"
                 IF SESSION-SUPERVISOR
                    MOVE 'Y' TO WS-SUP-OK-SWITCH
                    MOVE WS-USER-KEY TO WS-SUP-USER
                 ELSE
                    PERFORM AUTHORISE-LOCK-OVERRIDE
                 END-IF
                 IF SUP-AUTHORISED
                    MOVE SPACES TO WS-AUD-LINE
                    MOVE "LOCK-TAKEOVER" TO WS-AUD-EVENT
                    STRING "SINCE " DELIMITED BY SIZE
                           LOCK-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LOCK-TIME DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           LOCK-STATION DELIMITED BY SPACE
                           " BY " DELIMITED BY SIZE
                           WS-SUP-USER DELIMITED BY SPACE
                       INTO WS-AUD-DETAIL
                    END-STRING
                    PERFORM TAKE-DIARY-LOCK
                    DISPLAY "LOCK TAKEN OVER"
                    PERFORM WRITE-AUDIT-ENTRY
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * AUTHORISE-LOCK-OVERRIDE lets a supervisor clear a member's
      * stale lock at the member's own keyboard: the supervisor's
      * name and PIN are checked against the profile file, and a
      * wrong PIN is audited like any other.
      *-----------------------------------------------------------------
       AUTHORISE-LOCK-OVERRIDE.
           MOVE 'N' TO WS-SUP-OK-SWITCH.
           DISPLAY "ONLY A SUPERVISOR MAY TAKE A LOCK OVER - ".
           DISPLAY "SUPERVISOR'S NAME: ".
           MOVE SPACES TO WS-SUP-USER.
           ACCEPT WS-SUP-USER.
           DISPLAY "SUPERVISOR'S PIN: ".
           ACCEPT WS-PIN-ENTRY.
           MOVE WS-SUP-USER TO PROFILE-USER-KEY.
           READ PROFILE-FILE
               INVALID KEY
                  DISPLAY "NOT A SUPERVISOR - THE LOCK STAYS"
               NOT INVALID KEY
                  IF PROFILE-SUPERVISOR
                     AND WS-PIN-ENTRY = PROFILE-PIN
                     MOVE 'Y' TO WS-SUP-OK-SWITCH
                  ELSE
                     DISPLAY "NOT A SUPERVISOR OR WRONG PIN - THE "
                             "LOCK STAYS"
                     IF PROFILE-SUPERVISOR
                        MOVE SPACES TO WS-AUD-LINE
                        MOVE "PIN-FAILED" TO WS-AUD-EVENT
                        STRING "LOCK OVERRIDE BY " DELIMITED BY SIZE
                               WS-SUP-USER DELIMITED BY SPACE
                           INTO WS-AUD-DETAIL
                        END-STRING
                        PERFORM WRITE-AUDIT-ENTRY
                     END-IF
                  END-IF
           END-READ.

       RELEASE-DIARY-LOCK.
           IF LOCK-HELD
              OPEN OUTPUT LOCK-FILE
              DISPLAY "COULD NOT OPEN " WS-INT-FILENAME
              DISPLAY "FILE STATUS " WS-INT-FILE-STATUS.

      *-----------------------------------------------------------------
      * The directory is shared by the whole team and stays open I-O
      * for the session the way the profile file does; every lookup
      * is a keyed READ, so another user's change shows at once.
      *-----------------------------------------------------------------
       OPEN-DIRECTORY-FILE.
           OPEN I-O DIRECTORY-FILE.
           IF DIR-FILE-NOT-FOUND
              OPEN OUTPUT DIRECTORY-FILE
              CLOSE DIRECTORY-FILE
              OPEN I-O DIRECTORY-FILE.
           IF NOT DIR-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-DIR-FILENAME
              DISPLAY "FILE STATUS " WS-DIR-FILE-STATUS.

       OPEN-APPOINTMENT-FILE.
           OPEN I-O APPOINTMENT-FILE.
           IF APPT-FILE-NOT-FOUND
              OPEN OUTPUT APPOINTMENT-FILE
              CLOSE APPOINTMENT-FILE
              OPEN I-O APPOINTMENT-FILE.
           IF NOT APPT-FILE-OK
              DISPLAY "COULD NOT OPEN " WS-APPT-FILENAME
              DISPLAY "FILE STATUS " WS-APPT-FILE-STATUS.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-NOT-FOUND
       CLOSE-DIARY-FILES.
           CLOSE CONTACT-FILE TASK-FILE DAY-FILE TASK-HISTORY-FILE
                 RECYCLE-FILE JOURNAL-FILE
                 INTERACTION-FILE PROJECT-FILE APPOINTMENT-FILE
                 DIRECTORY-FILE.
      *    The profile file is only open in an interactive session -
      *    the batch run skips the PIN gate and never opens it.
           IF NOT BATCH-MODE
           MOVE 1 TO WS-NEXT-DAY-ID.
           MOVE 1 TO WS-NEXT-BIN-ID.
           MOVE 1 TO WS-NEXT-INT-ID.
           MOVE 1 TO WS-NEXT-APPT-ID.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-OK
              READ CONTROL-FILE
                     IF CTL-NEXT-INT-ID IS NUMERIC
                        MOVE CTL-NEXT-INT-ID TO WS-NEXT-INT-ID
                     END-IF
      *              ...and so is one from before appointments.
                     IF CTL-NEXT-APPT-ID IS NUMERIC
                        MOVE CTL-NEXT-APPT-ID TO WS-NEXT-APPT-ID
                     END-IF
              END-READ
              CLOSE CONTROL-FILE.

           MOVE WS-NEXT-DAY-ID     TO CTL-NEXT-DAY-ID.
           MOVE WS-NEXT-BIN-ID     TO CTL-NEXT-BIN-ID.
           MOVE WS-NEXT-INT-ID     TO CTL-NEXT-INT-ID.
           MOVE WS-NEXT-APPT-ID    TO CTL-NEXT-APPT-ID.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-FILE-RECORD.
           CLOSE CONTROL-FILE.
