01 ShiftAssignment.
    02 AssignedShiftId pic x(6).
    02 filler pic x.
    02 AssignedAuthCode pic x(6).
    02 filler pic x.
    02 AssignedTimestamp pic x(21).
