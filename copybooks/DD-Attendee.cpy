    02 AllocatedSpace pic x(6) value spaces.
        88 AttendeeNotAllocated value spaces.
    02 WaitlistTimestamp pic x(21) value spaces.
    02 CheckedOut pic x value "N".
        88 AttendeeCheckedOut value "Y".
        88 AttendeeNotCheckedOut value "N" spaces.
    02 CheckOutTimestamp pic x(21) value spaces.
    02 GroupLeadAuthCode pic x(6) value spaces.
        88 AttendeeNotInGroup value spaces.
