    *> WTM-KEYED-RUNS.DAT record layout: one row per budget run keyed
    *> at the console and saved to history - batch, partition, and
    *> parameter-driven runs are not keyed by an operator and never
    *> appear here. It carries who keyed the run and when, and the
    *> figures as keyed, so a sampled run can be checked against its
    *> source document without going back to the history file.
    *> Kyr-Run-ID is the run's ID (WTM-RUN-ID.cpy).
       01 Keyed-Run-Record.
          05 Kyr-Employee-ID     PIC 9(6).
          05 Kyr-Run-Date        PIC 9(8).
          05 Kyr-Run-Time        PIC 9(8).
          05 Kyr-Operator-ID     PIC X(8).
          05 Kyr-Period          PIC 9(6).
          05 Kyr-Household-ID    PIC 9(6).
          05 Kyr-Salary          PIC S9(8)V99.
          05 Kyr-Rent            PIC S9(7)V99.
          05 Kyr-Bills           PIC S9(7)V99.
          05 Kyr-Food            PIC S9(7)V99.
          05 Kyr-Travel          PIC S9(7)V99.
          05 Kyr-Taxes           PIC S9(7)V99.
          05 Kyr-Insurance       PIC S9(7)V99.
          05 Kyr-Run-ID          PIC X(24).
