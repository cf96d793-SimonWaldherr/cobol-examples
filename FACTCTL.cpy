           05  CTL-DTL-COUNT   PIC 9(8).
           05  CTL-OK-COUNT    PIC 9(8).
           05  CTL-REJ-COUNT   PIC 9(8).
           05  CTL-REV-COUNT   PIC 9(8).
