           DISPLAY "===== PYTHON PACKAGE DEPENDENCY INVENTORY ====="
           PERFORM PRINT-DEPENDENCY-ROW
               VARYING pydeps-idx FROM 1 BY 1
               UNTIL pydeps-idx > 6

           ACCEPT verify-alpha FROM ENVIRONMENT "PYDEPINV_VERIFY"
           IF verify-alpha = SPACES

           PERFORM VERIFY-PROGRAM-PACKAGES
               VARYING pydeps-idx FROM 1 BY 1
               UNTIL pydeps-idx > 6

           DISPLAY " "
           DISPLAY "VERIFICATION COMPLETE - PASS="
