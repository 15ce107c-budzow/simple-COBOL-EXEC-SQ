      * XGATEWS - WORKING-STORAGE fields for the predecessor gate
      * paragraphs in XGATE. COPY this into WORKING-STORAGE SECTION
      * in any program that also COPYs XGATE into the PROCEDURE
      * DIVISION (and XSCHFD, XPJNFD and XPOVFD into the FILE
      * SECTION).
       01  XG-SCHED-FILE-STATUS        PIC X(02) VALUE '00'.
       01  XG-PJN-FILE-STATUS          PIC X(02) VALUE '00'.
       01  XG-POV-FILE-STATUS          PIC X(02) VALUE '00'.
       01  XG-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  XG-END-OF-FILE              VALUE 'Y'.
           88  XG-NOT-END-OF-FILE          VALUE 'N'.

      * The gate's verdict for the calling program: released (no
      * predecessor on the schedule, a clean predecessor run found,
      * or an operator override) or not released, in which case the
      * caller ends at XG-NOT-RELEASED-RC having touched nothing.
       01  XG-GATE-SWITCH              PIC X(01) VALUE 'Y'.
           88  XG-RELEASED                 VALUE 'Y'.
           88  XG-NOT-RELEASED             VALUE 'N'.
       01  XG-NOT-RELEASED-RC          PIC 9(02) COMP VALUE 16.
       01  XG-OVERRIDE-SWITCH          PIC X(01) VALUE 'N'.
           88  XG-OVERRIDDEN               VALUE 'Y'.
           88  XG-NOT-OVERRIDDEN           VALUE 'N'.
       01  XG-PRED-RUN-SWITCH          PIC X(01) VALUE 'N'.
           88  XG-PRED-RAN-CLEAN           VALUE 'Y'.
           88  XG-PRED-NOT-CLEAN           VALUE 'N'.

      * This program's schedule entry. Without a SCHEDCTL record
      * naming a predecessor the gate is open. The defaults hold a
      * program half an hour, looking again every five minutes.
       01  XG-PREDECESSOR              PIC X(08) VALUE SPACES.
       01  XG-DEFAULT-MAX-WAIT         PIC 9(03) VALUE 30.
       01  XG-DEFAULT-INTERVAL         PIC 9(03) VALUE 5.
       01  XG-MAX-WAIT-MINUTES         PIC 9(03) VALUE ZERO.
       01  XG-INTERVAL-MINUTES         PIC 9(03) VALUE ZERO.
       01  XG-WAITED-MINUTES           PIC 9(05) COMP VALUE ZERO.
       01  XG-STEP-MINUTES             PIC 9(05) COMP VALUE ZERO.
       01  XG-CHECK-COUNT              PIC 9(04) COMP VALUE ZERO.

      * The night's window opens at noon: a run before noon belongs
      * to the window that opened at noon the day before, the same
      * evening/morning split Db2ScheduleMonitor makes. Only a
      * journal record that ended inside this window counts.
       01  XG-NOON-TIME                PIC 9(08) VALUE 12000000.
       01  XG-WINDOW-DATE              PIC 9(08).
       01  XG-WINDOW-DATE-INT          PIC S9(09) COMP.
       01  XG-WINDOW-OPEN.
           05  XG-WO-DATE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  XG-WO-TIME              PIC 9(08) VALUE 12000000.
       01  XG-WINDOW-OPEN-X REDEFINES XG-WINDOW-OPEN
                                       PIC X(17).
       01  XG-LATEST-END               PIC X(17).
       01  XG-LATEST-FLAG              PIC X(01).
       01  XG-WAIT-DISP                PIC ZZ9.
       01  XG-ALERT-TEXT               PIC X(40).
