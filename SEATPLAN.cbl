           05 SM-NAME     PIC X(20).
           05 SM-SECTION  PIC X.
           05 SM-STATUS   PIC X.
           05 SM-BRANCH   PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-ROS-FS   PIC 99.
       77 WS-TT-FS    PIC 99.
