           STOP RUN.

      *Print everything recorded for one role of the course: the
      *instructor sign-off state, the slate with scores, the
      *waitlist, applied pins/vetoes, and the conflict-screened
      *SIDs, all from the one master record
       SHOW-COURSE-ROLE.
           ADD 1 TO ROLES-SHOWN.
           DISPLAY 'Course:          ' CO-COURSE-ID ' ' CO-ROLE.
           DISPLAY 'Slate slots:     ' CO-SLOT-COUNT.
           IF CO-SEMESTER NOT = SPACES THEN
               DISPLAY 'Semester:        ' CO-SEMESTER
           END-IF.
           IF CO-APPROVAL-STATUS = SPACES THEN
               DISPLAY 'Sign-off:        not recorded'
           ELSE
               DISPLAY 'Sign-off:        ' CO-APPROVAL-STATUS
                   ' proposed ' CO-PROPOSED-DATE
               IF CO-SIGNED-BY NOT = SPACES THEN
                   DISPLAY 'Signed by:       '
                       FUNCTION TRIM(CO-SIGNED-BY) ' on '
                       CO-SIGNED-DATE
               END-IF
               IF CO-INSTR-COMMENT NOT = SPACES THEN
                   DISPLAY 'Instructor note: ' CO-INSTR-COMMENT
               END-IF
           END-IF.
           PERFORM VARYING SHOW-IDX FROM 1 BY 1
                   UNTIL SHOW-IDX > CO-SLOT-COUNT
               IF CO-SLATE-SID(SHOW-IDX) NOT = '0000000000 ' AND
