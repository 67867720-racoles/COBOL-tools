*>
*> Modification History:
*>   2026-08-21  RAC  Initial version.
*>   2026-10-15  RAC  Blank the new SMSOPLOG effective-date field,
*>                     which only template maintenance fills in.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSMAINT.
    MOVE WS-REC-PHONE(WS-PICK-IX) TO OPL-PHONE
    MOVE WS-REC-MSG-CODE(WS-PICK-IX) TO OPL-MSG-CODE
    MOVE WS-REC-TICKET-NO(WS-PICK-IX) TO OPL-TICKET-NO
    MOVE SPACES TO OPL-EFF-DATE
    WRITE OPL-RECORD.

9000-TERMINATE.
