      * SESSTMPL.cpy
      * Clinic session capacity template, read by APPTMNT to stop a
      * session being booked past what the clinic can see, and by
      * UTILRPT to measure each session against its capacity.  Two
      * kinds of line, in any order:
      *   W  the standing template: ST-DAY-KEY holds the weekday in
      *      its first byte (1 Monday through 7 Sunday) and
      *      ST-CAPACITY the patients that session can take on that
      *      weekday at that site.
      *   D  a date override (staff leave, an extra clinic):
      *      ST-DAY-KEY holds the date YYYYMMDD; a capacity of zero
      *      closes the session.  A blank session overrides both AM
      *      and PM.  An override wins over the standing template
      *      and over the HOLCAL holiday calendar, so a holiday
      *      clinic can be opened on purpose.
      * A blank site code is the original site 001.  A session with
      * no template line for its weekday is not held: it is closed.
      * With no template file at all sessions are not limited.
      * 2026-10-15  RLP  Initial version.
       01  SESSION-TEMPLATE-RECORD.
           05  ST-RECORD-TYPE       picture is X(01).
               88 ST-WEEKDAY-ENTRY      value "W".
               88 ST-DATE-OVERRIDE      value "D".
           05  ST-SPACE-1           picture is X(01).
           05  ST-SITE-CODE         picture is X(03).
           05  ST-SPACE-2           picture is X(01).
           05  ST-DAY-KEY           picture is X(08).
           05  ST-SPACE-3           picture is X(01).
           05  ST-SESSION           picture is X(02).
           05  ST-SPACE-4           picture is X(01).
           05  ST-CAPACITY          picture is 9(03).
           05  ST-SPACE-5           picture is X(01).
           05  ST-REASON            picture is X(30).
