      *----------------------------------------------------------------
      * DOCKAPPT - Dock appointment master record.
      *
      * One record per booked trailer visit: the day it is booked
      * for, the trailer and the carrier bringing or collecting it,
      * the door it is booked onto, whether it is an inbound
      * delivery or an outbound collection, and the booked window
      * as HHMM start and end times.  A trailer holds one booking
      * per day; the gatehouse cancels a booking rather than
      * deleting it, so a no-show can still be told apart from a
      * visit that was called off.
      * Maintained by DockAppointmentMaint at the gatehouse and read
      * by DockAppointmentReport, which matches each day's bookings
      * against the trailers that actually appear on the dock-event
      * log.
      *----------------------------------------------------------------
       01  DockAppointmentRecord.
           05  AP-ApptDate         PIC 9(06).
           05  AP-TrailerId        PIC X(08).
           05  AP-CarrierId        PIC X(05).
           05  AP-DockDoorNumber   PIC 9(02).
           05  AP-Direction        PIC X(01).
               88  AP-Inbound          VALUE "I".
               88  AP-Outbound         VALUE "O".
           05  AP-WindowStart      PIC 9(04).
           05  AP-WindowEnd        PIC 9(04).
           05  AP-ApptStatus       PIC X(01).
               88  AP-ApptBooked       VALUE "B".
               88  AP-ApptCancelled    VALUE "C".
           05  FILLER              PIC X(09).
