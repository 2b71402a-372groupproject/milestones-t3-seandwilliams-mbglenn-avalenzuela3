01 Pop-Totals-Record.
    05 Pop-Rec-Count PIC 9(7).
    05 Pop-Rec-Sum   PIC S9(11)V99 OCCURS 7 TIMES.
    05 Pop-Rec-Sized-Count PIC 9(7).
    05 Pop-Rec-PP-Sum      PIC S9(11)V99 OCCURS 3 TIMES.

WORKING-STORAGE SECTION.
01 WS-Budget-History-Status PIC XX.
01 WS-Audit-Log-Status PIC XX.
01 WS-FX-Rate-Status PIC XX.
01 WS-Tax-Rate-Status PIC XX.
01 WS-Menu-Choice PIC X(3).
01 WS-Menu-Done-Flag PIC X VALUE "N".
    88 Menu-Done VALUE "Y".
01 WS-File-Count PIC 9(7).
    COPY "WTM-OPERATOR-ID.cpy".
    COPY "WTM-OPERATOR-ROLE.cpy".
    COPY "WTM-TRAINING.cpy".
    COPY "WTM-FILE-CTL.cpy".

PROCEDURE DIVISION.
MOVE SPACE TO WTM-Training-Mode.
    DISPLAY '54. Nightly preflight environment check'
    DISPLAY '55. Flat vs keyed companion drift audit'
    DISPLAY '56. Budget-health ranking (worst first)'
    DISPLAY '57. Counseling case log (open/update/close/overdue)'
    DISPLAY '58. Notice letter run (deficit/policy/repayment)'
    DISPLAY '59. Nightly step elapsed-time report'
    DISPLAY '60. Savings transfer instructions (bank details / payroll deduction)'
    DISPLAY '61. Build savings transfer ACH file'
    DISPLAY '62. Carrier deduction-election feed import'
    DISPLAY '63. HR new-hire and transfer feed'
    DISPLAY '64. Forward contract register (book/cancel/list)'
    DISPLAY '65. Forward contract maturity settlement'
    DISPLAY '66. Build period KPIs into the KPI history'
    DISPLAY '67. Period KPI trend report (12 and 24 periods)'
    DISPLAY '68. Run a saved history report specification'
    DISPLAY '69. Lapsed-household report (no recent budget run)'
    DISPLAY '70. Approve pending configuration changes (dual control)'
    DISPLAY '71. File control registry (counts and hash totals)'
    DISPLAY '72. Segregation-of-duties violation report'
    DISPLAY '73. Roll-forward recovery (restore a set and replay the journal)'
    DISPLAY '74. Split the batch input into partitions'
    DISPLAY '75. Merge finished batch partitions'
    DISPLAY '76. Received feeds register / release a held duplicate feed'
    DISPLAY '77. Quarterly estimated-tax schedule (non-wage income)'
    DISPLAY '78. Retirement contribution headroom / tax savings'
    DISPLAY '79. Debt-to-income lending qualification'
    DISPLAY '80. Build payroll savings deduction file'
    DISPLAY '81. Process payroll savings deduction rejects'
    DISPLAY '82. General-ledger trial-balance reconciliation'
    DISPLAY '83. Draw quality-assurance sample of keyed runs'
    DISPLAY '84. Quality-assurance review of sampled runs'
    DISPLAY '85. Quality-assurance operator error-rate report'
    DISPLAY '86. International tax equalization settlement (supervisor)'
    DISPLAY '87. Tax-table rollover impact preview'
    DISPLAY '88. Run trace inquiry (everything one run ID touched)'
    DISPLAY '89. Deficit aging report'
    DISPLAY '90. Deficit balance write-off (supervisor)'
    DISPLAY '91. Self-service portal extract'
    DISPLAY '92. Job requests - submit, status, approve'
    DISPLAY '93. Travel advances - issue, settle (supervisor)'
    DISPLAY '94. Extra bridge between two periods'
    DISPLAY '95. Duplicate person scan and review'
    DISPLAY '96. Legal hold register'
    DISPLAY '97. Year-end rollover (supervisor)'
    DISPLAY '98. Population stress test under an economic scenario'
    DISPLAY '99. My work - open-work queue (take, release, assign)'
    DISPLAY '100. Open-work queue sweep'
    DISPLAY '101. Household balance sheet - key dated assets and liabilities'
    DISPLAY '102. Net-worth statement and trend'
    DISPLAY '103. Month-end FX period rates (average and closing)'
    DISPLAY '104. Garnishment orders and order balances'
    DISPLAY '105. Household change-request intake (portal and HR)'
    DISPLAY ' T. Toggle training mode (sandboxed TRAIN- data set)'
    DISPLAY ' X. Exit'
    DISPLAY 'Enter your choice:'
        WHEN '56'
            CALL 'WTM-HEALTHRANK'
            CANCEL 'WTM-HEALTHRANK'
        WHEN '57'
            CALL 'WTM-CASEMAINT'
            CANCEL 'WTM-CASEMAINT'
        WHEN '58'
            CALL 'WTM-LETTERS'
            CANCEL 'WTM-LETTERS'
        WHEN '59'
            CALL 'WTM-STEPTIME'
            CANCEL 'WTM-STEPTIME'
        WHEN '60'
            MOVE 'WTM-BANKMAINT' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-BANKMAINT'
                CANCEL 'WTM-BANKMAINT'
            END-IF
        WHEN '61'
            MOVE 'WTM-ACHBUILD' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-ACHBUILD'
                CANCEL 'WTM-ACHBUILD'
            END-IF
        WHEN '62'
            MOVE 'WTM-DEDFEED' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-DEDFEED'
                CANCEL 'WTM-DEDFEED'
            END-IF
        WHEN '63'
            MOVE 'WTM-HRFEED' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-HRFEED'
                CANCEL 'WTM-HRFEED'
            END-IF
        WHEN '64'
            MOVE 'WTM-FWDBOOK' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-FWDBOOK'
                CANCEL 'WTM-FWDBOOK'
            END-IF
        WHEN '65'
            MOVE 'WTM-FWDSETTLE' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-FWDSETTLE'
                CANCEL 'WTM-FWDSETTLE'
            END-IF
        WHEN '66'
            CALL 'WTM-KPIBUILD'
            CANCEL 'WTM-KPIBUILD'
        WHEN '67'
            CALL 'WTM-KPITREND'
            CANCEL 'WTM-KPITREND'
        WHEN '68'
            CALL 'WTM-RPTWRITER'
            CANCEL 'WTM-RPTWRITER'
        WHEN '69'
            CALL 'WTM-LAPSED'
            CANCEL 'WTM-LAPSED'
        WHEN '70'
            MOVE 'WTM-CONFAPPR' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-CONFAPPR'
                CANCEL 'WTM-CONFAPPR'
            END-IF
        WHEN '71'
            CALL 'WTM-FILEREG'
            CANCEL 'WTM-FILEREG'
        WHEN '72'
            CALL 'WTM-SODCHECK'
            CANCEL 'WTM-SODCHECK'
        WHEN '73'
            MOVE 'WTM-ROLLFWD' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-ROLLFWD'
                CANCEL 'WTM-ROLLFWD'
            END-IF
        WHEN '74'
            CALL 'WTM-PARTSPLIT'
            CANCEL 'WTM-PARTSPLIT'
        WHEN '75'
            CALL 'WTM-PARTMERGE'
            CANCEL 'WTM-PARTMERGE'
        WHEN '76'
            CALL 'WTM-FEEDREG'
            CANCEL 'WTM-FEEDREG'
        WHEN '77'
            CALL 'WTM-ESTTAX'
            CANCEL 'WTM-ESTTAX'
        WHEN '78'
            CALL 'WTM-RETIRE'
            CANCEL 'WTM-RETIRE'
        WHEN '79'
            CALL 'WTM-DTI'
            CANCEL 'WTM-DTI'
        WHEN '80'
            MOVE 'WTM-PAYDEDOUT' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-PAYDEDOUT'
                CANCEL 'WTM-PAYDEDOUT'
            END-IF
        WHEN '81'
            MOVE 'WTM-PAYDEDREJ' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-PAYDEDREJ'
                CANCEL 'WTM-PAYDEDREJ'
            END-IF
        WHEN '82'
            CALL 'WTM-GLRECON'
            CANCEL 'WTM-GLRECON'
        WHEN '83'
            CALL 'WTM-QASAMPLE'
            CANCEL 'WTM-QASAMPLE'
        WHEN '84'
            MOVE 'WTM-QAREVIEW' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-QAREVIEW'
                CANCEL 'WTM-QAREVIEW'
            END-IF
        WHEN '85'
            CALL 'WTM-QAREPORT'
            CANCEL 'WTM-QAREPORT'
        WHEN '86'
            MOVE 'WTM-TAXEQ' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-TAXEQ'
                CANCEL 'WTM-TAXEQ'
            END-IF
        WHEN '87'
            CALL 'WTM-TAXPREVIEW'
            CANCEL 'WTM-TAXPREVIEW'
        WHEN '88'
            CALL 'WTM-RUNTRACE'
            CANCEL 'WTM-RUNTRACE'
        WHEN '89'
            CALL 'WTM-AGING'
            CANCEL 'WTM-AGING'
        WHEN '90'
            MOVE 'WTM-WRITEOFF' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-WRITEOFF'
                CANCEL 'WTM-WRITEOFF'
            END-IF
        WHEN '91'
            CALL 'WTM-PORTAL'
            CANCEL 'WTM-PORTAL'
        WHEN '92'
            CALL 'WTM-JOBREQ'
            CANCEL 'WTM-JOBREQ'
        WHEN '93'
            MOVE 'WTM-TRAVADV' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-TRAVADV'
                CANCEL 'WTM-TRAVADV'
            END-IF
        WHEN '94'
            CALL 'WTM-XBRIDGE'
            CANCEL 'WTM-XBRIDGE'
        WHEN '95'
            MOVE 'WTM-DUPSCAN' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-DUPSCAN'
                CANCEL 'WTM-DUPSCAN'
            END-IF
        WHEN '96'
            MOVE 'WTM-LEGALHOLD' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-LEGALHOLD'
                CANCEL 'WTM-LEGALHOLD'
            END-IF
        WHEN '97'
            MOVE 'WTM-YEAREND' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-YEAREND'
                CANCEL 'WTM-YEAREND'
            END-IF
        WHEN '98'
            CALL 'WTM-STRESSTEST'
            CANCEL 'WTM-STRESSTEST'
        WHEN '99'
            CALL 'WTM-MYWORK'
            CANCEL 'WTM-MYWORK'
        WHEN '100'
            CALL 'WTM-WORKSYNC'
            CANCEL 'WTM-WORKSYNC'
        WHEN '101'
            CALL 'WTM-BALSHEET'
            CANCEL 'WTM-BALSHEET'
        WHEN '102'
            CALL 'WTM-NETWORTH'
            CANCEL 'WTM-NETWORTH'
        WHEN '103'
            MOVE 'WTM-FX-PERIOD' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-FX-PERIOD'
                CANCEL 'WTM-FX-PERIOD'
            END-IF
        WHEN '104'
            MOVE 'WTM-GARNISH' TO WS-Gate-Function
            PERFORM GATE-FUNCTION-SECT
            IF Gate-Granted THEN
                CALL 'WTM-GARNISH'
                CANCEL 'WTM-GARNISH'
            END-IF
        WHEN '105'
            CALL 'WTM-CHGINTAKE'
            CANCEL 'WTM-CHGINTAKE'
        WHEN 'X' SET Menu-Done TO TRUE
        WHEN 'x' SET Menu-Done TO TRUE
        WHEN OTHER DISPLAY 'INPUT ERROR: please enter 1-105, T, or X.'
    END-EVALUATE
END-PERFORM.
DISPLAY 'WTM console closed.'.
END-IF.
MOVE 0 TO WS-File-Count.
MOVE 0 TO WS-File-Last-Date.
SET File-Ctl-Verify TO TRUE.
MOVE 'BUDGET-HISTORY.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Budget-History-File.
IF WS-Budget-History-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
COUNT-AUDIT-SECT.
MOVE 0 TO WS-File-Count.
MOVE 0 TO WS-File-Last-Date.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-AUDIT-LOG.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Audit-Log-File.
IF WS-Audit-Log-Status = "00" THEN
    MOVE "N" TO WS-File-EOF-Flag
