      *    own result line instead of aborting the unattended batch.
      *    ABS only uses the first operand, so its Z2 may be blank.
       COMPUTE-ONE-REQUEST.
           MOVE SPACES TO COMPLEX-RESULT-LINE
           IF CX-Z1-RE IS NOT NUMERIC OR CX-Z1-IM IS NOT NUMERIC
              OR (CX-OP NOT = "ABS"
                 AND (CX-Z2-RE IS NOT NUMERIC
