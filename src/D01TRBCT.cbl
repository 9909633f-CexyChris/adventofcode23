               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
      * Records parked in the reject suspense come back in, once
      * corrected, through a resubmission run (PARM byte 76 'R').
           SET RESUBMIT-CAPABLE TO TRUE
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
