      * a course that outgrows one room gains a section instead of a
      * fake second CourseCode that wrecks the transcripts.
      * SE-MaxSeats caps intake per section the way CO-MaxSeats caps
      * a whole course; 000 means no cap. SE-Room is a room code on
      * ROOMS.DAT (ROOMRC), which must seat at least SE-MaxSeats.
      * Include under an FD whose SELECT names the file SectionFile.
      * Maintained by SectionMaint.cbl; read by EnrollMaint (per-
      * section seat check), SeqWrite (course cap becomes the sum of
