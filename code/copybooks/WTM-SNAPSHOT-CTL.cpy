    *> Parameters for CALL 'WTM-SNAPSHOT' USING WS-Snap-Function,
    *> WS-Snap-Period, WS-Snap-Result. Snap-Write freezes the period
    *> onto WTM-CLOSE-SNAPSHOTS.DAT (WTM-PERIOD-CLOSE, at the close);
    *> Snap-Compare sets the period's latest snapshot "as closed"
    *> against the live files "as currently stated". Both fill the
    *> closed totals; a compare also fills the current totals and up
    *> to 100 differences, run by run and employee by employee:
    *>   kind    HISTORY a history run's salary, PLAN its planned spend
    *>           (the six category amounts), LEDGER an employee's
    *>           deficit balance through the period, EXPORT an export
    *>           record's salary
    *>   change  R on file at the close but gone now, A added since the
    *>           close, C changed
    *>   key     the run ID, or the run/export date for rows written
    *>           before run IDs
    *> WS-Snap-Diff-Count counts every difference, listed or not.
    *> Status Snap-None means the period has no snapshot (never closed,
    *> or closed before snapshots were kept); Snap-Failed means the
    *> snapshot could not be written.
       01 WS-Snap-Function PIC X.
          88 Snap-Write            VALUE "W".
          88 Snap-Compare          VALUE "C".
       01 WS-Snap-Period PIC 9(6).
       01 WS-Snap-Result.
          05 WS-Snap-Status        PIC X.
             88 Snap-Done          VALUE "D".
             88 Snap-None          VALUE "N".
             88 Snap-Failed        VALUE "F".
          05 WS-Snap-Close-Stamp   PIC 9(14).
          05 WS-Snap-Close-Operator PIC X(8).
          05 WS-Snap-Closed-Totals.
             10 WS-Snap-Closed-Runs     PIC 9(7).
             10 WS-Snap-Closed-Salary   PIC S9(11)V99.
             10 WS-Snap-Closed-Plan     PIC S9(11)V99.
             10 WS-Snap-Closed-Ledger   PIC S9(11)V99.
             10 WS-Snap-Closed-Exports  PIC 9(7).
             10 WS-Snap-Closed-Exp-Salary PIC S9(11)V99.
          05 WS-Snap-Current-Totals.
             10 WS-Snap-Current-Runs    PIC 9(7).
             10 WS-Snap-Current-Salary  PIC S9(11)V99.
             10 WS-Snap-Current-Plan    PIC S9(11)V99.
             10 WS-Snap-Current-Ledger  PIC S9(11)V99.
             10 WS-Snap-Current-Exports PIC 9(7).
             10 WS-Snap-Current-Exp-Salary PIC S9(11)V99.
          05 WS-Snap-Incomplete    PIC X.
             88 Snap-Table-Overflow VALUE "Y" FALSE "N".
          05 WS-Snap-Diff-Count    PIC 9(5).
          05 WS-Snap-Diff-Entry OCCURS 100 TIMES.
             10 WS-Snap-Diff-Kind     PIC X(7).
             10 WS-Snap-Diff-Change   PIC X.
             10 WS-Snap-Diff-Employee PIC 9(6).
             10 WS-Snap-Diff-Key      PIC X(24).
             10 WS-Snap-Diff-Closed   PIC S9(11)V99.
             10 WS-Snap-Diff-Current  PIC S9(11)V99.
