    *> starters and leavers.
          05 Batch-Start-Day      PIC 9(2).
          05 Batch-Stop-Day       PIC 9(2).
    *> Optional household size: adults and dependents (00/spaces =
    *> one adult, no dependents).
          05 Batch-Adults         PIC 9(2).
          05 Batch-Dependents     PIC 9(2).
