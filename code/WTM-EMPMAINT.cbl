*> WTM-EMPL-JOURNAL.DAT with before and after record images, the
*> operator, and a timestamp - so "who deactivated the wrong
*> employee, when, and what did the record say before" is a read of
*> the journal (the J option), not an investigation. The journal
*> images carry the first 66 bytes of the record; the state/locality
*> tax code rides in its own before/after columns at the end of the
*> journal row, so rows written before it read blank there.
IDENTIFICATION DIVISION.
PROGRAM-ID. WTM-EMPMAINT.

    05 Jrn-Employee-ID  PIC 9(6).
    05 Jrn-Before-Image PIC X(66).
    05 Jrn-After-Image  PIC X(66).
    05 Jrn-Before-Locality PIC X(4).
    05 Jrn-After-Locality  PIC X(4).

WORKING-STORAGE SECTION.
01 WS-Employee-Master-Status PIC XX.
       10 WS-Empl-Department PIC X(10).
       10 WS-Empl-Company    PIC X(3).
       10 WS-Empl-Term-Date  PIC 9(8).
       10 WS-Empl-Tax-Locality PIC X(4).
01 WS-Employee-Master-Count PIC 9(4) VALUE 0.
01 WS-Menu-Choice PIC X VALUE SPACE.
01 WS-Program-Done-Flag PIC X VALUE "N".
01 WS-Work-Hire-Date PIC 9(8).
01 WS-Work-Department PIC X(10).
01 WS-Work-Company PIC X(3).
01 WS-Work-Tax-Locality PIC X(4).
01 WS-Empl-Journal-Status PIC XX.
01 WS-Journal-Action PIC X.
01 WS-Journal-Before PIC X(70).
01 WS-Journal-After PIC X(70).
01 WS-Image-Slot PIC 9(4).
01 WS-Image-Work PIC X(70).
01 WS-Journal-Filter-ID PIC 9(6).
01 WS-Journal-Rows-Shown PIC 9(5).
    COPY "WTM-OPERATOR-ID.cpy".
01 WS-Gate-Role PIC X.
01 WS-Gate-Result PIC X.
    88 Gate-Granted VALUE "G" FALSE "D".
    COPY "WTM-FILE-CTL.cpy".
    COPY "WTM-JOURNAL.cpy".

PROCEDURE DIVISION.
DISPLAY '--------------------------------------------------------------------------------------------------'.
    GOBACK
END-IF.
PERFORM LOAD-EMPLOYEE-MASTER-SECT.
IF File-Ctl-Mismatch THEN
    DISPLAY 'EMPMAINT REFUSED: WTM-EMPLOYEE-MASTER.DAT does not agree with the file control registry -'
    DISPLAY 'rewriting it now would make the difference look sanctioned. Investigate, then re-register it in WTM-FILEREG.'
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
DISPLAY WS-Employee-Master-Count, ' employee(s) on the master file.'.
PERFORM UNTIL Program-Done
    DISPLAY 'Enter A to add, U to update, D to deactivate, L to list, J for the change journal, or X to save and exit:'

LOAD-EMPLOYEE-MASTER-SECT.
MOVE 0 TO WS-Employee-Master-Count.
SET File-Ctl-Verify TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.
OPEN INPUT Employee-Master-File.
IF WS-Employee-Master-Status = "00" THEN
    PERFORM UNTIL WS-Employee-Master-Status NOT = "00"
                    ELSE
                        MOVE 0 TO WS-Empl-Term-Date(WS-Employee-Master-Count)
                    END-IF
                    MOVE Empl-Tax-Locality TO WS-Empl-Tax-Locality(WS-Employee-Master-Count)
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-Empl-Department(Empl-Idx) TO Empl-Department
    MOVE WS-Empl-Company(Empl-Idx) TO Empl-Company
    MOVE WS-Empl-Term-Date(Empl-Idx) TO Empl-Term-Date
    MOVE WS-Empl-Tax-Locality(Empl-Idx) TO Empl-Tax-Locality
    WRITE Employee-Master-Record
END-PERFORM.
CLOSE Employee-Master-File.
SET Rjn-File-Image TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-Rjn-File-Name.
CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record.
SET File-Ctl-Register TO TRUE.
MOVE 'WTM-EMPLOYEE-MASTER.DAT' TO WS-File-Ctl-Name.
CALL 'WTM-FILECTL' USING WS-File-Ctl-Function, WS-File-Ctl-Name, WS-File-Ctl-Result.

ACCEPT-EMPLOYEE-ID-SECT.
MOVE "N" TO WS-Input-Valid.
    END-IF
END-PERFORM.

ACCEPT-TAX-LOCALITY-SECT.
*> The state/locality code must match a code on WTM-STATE-TAX.DAT for
*> state tax to apply; blank means no state or local income tax.
DISPLAY 'Enter the state/locality tax code (up to 4 characters, blank for none):'.
MOVE SPACES TO WS-Work-Tax-Locality.
ACCEPT WS-Work-Tax-Locality.
MOVE FUNCTION UPPER-CASE(WS-Work-Tax-Locality) TO WS-Work-Tax-Locality.

BUILD-SLOT-IMAGE-SECT.
*> Flattens table slot WS-Image-Slot into the fixed master-record
*> image the journal carries (0 = an empty/absent record).
    MOVE WS-Empl-Department(WS-Image-Slot) TO WS-Image-Work(46:10)
    MOVE WS-Empl-Company(WS-Image-Slot) TO WS-Image-Work(56:3)
    MOVE WS-Empl-Term-Date(WS-Image-Slot) TO WS-Image-Work(59:8)
    MOVE WS-Empl-Tax-Locality(WS-Image-Slot) TO WS-Image-Work(67:4)
END-IF.

WRITE-JOURNAL-ROW-SECT.
    END-IF
    MOVE WS-Journal-Action TO Jrn-Action
    MOVE WS-Work-Employee-ID TO Jrn-Employee-ID
    MOVE WS-Journal-Before(1:66) TO Jrn-Before-Image
    MOVE WS-Journal-After(1:66) TO Jrn-After-Image
    MOVE WS-Journal-Before(67:4) TO Jrn-Before-Locality
    MOVE WS-Journal-After(67:4) TO Jrn-After-Locality
    WRITE Empl-Journal-Record
    SET Rjn-After-Image TO TRUE
    MOVE 'WTM-EMPL-JOURNAL.DAT' TO WS-Rjn-File-Name
    MOVE Empl-Journal-Record TO WS-Rjn-Record
    CALL 'WTM-JOURNAL' USING WS-Rjn-Function, WS-Rjn-File-Name, WS-Rjn-Record
    CLOSE Empl-Journal-File
ELSE
    DISPLAY 'WARNING: could not write WTM-EMPL-JOURNAL.DAT, file status ', WS-Empl-Journal-Status
                ADD 1 TO WS-Journal-Rows-Shown
                DISPLAY Jrn-Date, '  ', Jrn-Time(1:6), '    ', Jrn-Operator-ID, '  ', Jrn-Action,
                    '    ', Jrn-Employee-ID
                DISPLAY '  before [', Jrn-Before-Image, Jrn-Before-Locality, ']'
                DISPLAY '  after  [', Jrn-After-Image, Jrn-After-Locality, ']'
            END-IF
    END-READ
END-PERFORM.
        ACCEPT WS-Work-Department
        DISPLAY 'Enter the company code (3 characters):'
        ACCEPT WS-Work-Company
        PERFORM ACCEPT-TAX-LOCALITY-SECT
        ADD 1 TO WS-Employee-Master-Count
        MOVE WS-Work-Employee-ID TO WS-Empl-ID(WS-Employee-Master-Count)
        MOVE WS-Work-Employee-Name TO WS-Empl-Name(WS-Employee-Master-Count)
        MOVE WS-Work-Department TO WS-Empl-Department(WS-Employee-Master-Count)
        MOVE WS-Work-Company TO WS-Empl-Company(WS-Employee-Master-Count)
        MOVE 0 TO WS-Empl-Term-Date(WS-Employee-Master-Count)
        MOVE WS-Work-Tax-Locality TO WS-Empl-Tax-Locality(WS-Employee-Master-Count)
        SET Changes-Made TO TRUE
        MOVE SPACES TO WS-Journal-Before
        MOVE WS-Employee-Master-Count TO WS-Image-Slot
    ACCEPT WS-Work-Department
    DISPLAY 'Enter the company code (3 characters):'
    ACCEPT WS-Work-Company
    PERFORM ACCEPT-TAX-LOCALITY-SECT
    MOVE WS-Work-Employee-Name TO WS-Empl-Name(WS-Found-Slot)
    MOVE WS-Work-Hire-Date TO WS-Empl-Hire-Date(WS-Found-Slot)
    MOVE WS-Work-Department TO WS-Empl-Department(WS-Found-Slot)
    MOVE WS-Work-Company TO WS-Empl-Company(WS-Found-Slot)
    MOVE WS-Work-Tax-Locality TO WS-Empl-Tax-Locality(WS-Found-Slot)
    MOVE "A" TO WS-Empl-Status(WS-Found-Slot)
    SET Changes-Made TO TRUE
    MOVE WS-Found-Slot TO WS-Image-Slot

LIST-EMPLOYEES-SECT.
DISPLAY '--------------------------------------------------------------------------------------------------'.
DISPLAY 'ID      NAME                            ST  HIRE DATE  DEPARTMENT  TAX LOC'.
PERFORM VARYING Empl-Idx FROM 1 BY 1 UNTIL Empl-Idx > WS-Employee-Master-Count
    DISPLAY WS-Empl-ID(Empl-Idx), '  ', WS-Empl-Name(Empl-Idx), '  ', WS-Empl-Status(Empl-Idx),
        '   ', WS-Empl-Hire-Date(Empl-Idx), '   ', WS-Empl-Department(Empl-Idx), '  ', WS-Empl-Tax-Locality(Empl-Idx)
END-PERFORM.
DISPLAY WS-Employee-Master-Count, ' employee(s) on the master.'.
DISPLAY '--------------------------------------------------------------------------------------------------'.
