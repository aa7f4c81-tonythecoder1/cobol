               05 FILLER PIC X(20) VALUE "project/auditvoo.txt".
               05 FILLER PIC X(02) VALUE "26".
               05 FILLER PIC X(20) VALUE "auditcont.txt".
               05 FILLER PIC X(02) VALUE "50".
               05 FILLER PIC X(20) VALUE "rotina_noturna.log".
               05 FILLER PIC X(02) VALUE "47".
               05 FILLER PIC X(20) VALUE "auditres.txt".
