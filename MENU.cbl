      * Author:Vannucci
      * Date:Aug/09/2026
      * Purpose: Top-level menu dispatching into Project01 (enter a
      *          student), LAB03 (list cars), TUITQUOT (quote
      *          tuition for a prospective student), and STUDFIND
      *          (find a student by name)
      *          so staff don't need to know the individual
      *          PROGRAM-IDs.
      * Tectonics: cobc
           DISPLAY "MAIN MENU".
           DISPLAY "  1 - Enter a student (Project01)".
           DISPLAY "  2 - List cars (LAB03)".
           DISPLAY "  3 - Quote tuition (TUITQUOT)".
           DISPLAY "  4 - Find a student by name (STUDFIND)".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
                   CALL "LAB03"
               ELSE
                   IF MENU-CHOICE = "3"
                       CALL "TUITQUOT"
                   ELSE
                       IF MENU-CHOICE = "4"
                           CALL "STUDFIND"
