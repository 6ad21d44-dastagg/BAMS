01 Shift.
    02 ShiftId pic x(6).
    02 filler pic x.
    02 ShiftDay pic x(3).
    02 filler pic x.
    02 ShiftStartTime pic x(4).
    02 filler pic x.
    02 ShiftEndTime pic x(4).
    02 filler pic x.
    02 ShiftTask pic x(20).
    02 filler pic x.
    02 ShiftPeopleNeeded pic 9(2).
