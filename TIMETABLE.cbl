*> Instructors come from instructor_master.dat and rooms from
*> exam_rooms.dat; the subject/instructor pairing is cross-checked
*> against subject_assignments.dat with a warning only, since
*> cover lectures are legitimate. Each student's own week
*> (section, elective and retake classes) is printed by the
*> STUDENT-TIMETABLE batch run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
