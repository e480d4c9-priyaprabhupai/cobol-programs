           05 STU-STATUS  PIC X.
               88 STU-ENROLLED  VALUE 'E'.
               88 STU-WITHDRAWN VALUE 'W'.
           05 STU-BRANCH  PIC XX.
       WORKING-STORAGE SECTION.
       77 WS-DEC-FS   PIC 99.
       77 WS-ROS-FS   PIC 99.
