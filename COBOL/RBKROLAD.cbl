      *****************************************************************
      * RBKROLAD - Maintenance utility for the role mapping (RBKROLE):*
      *            assign one userid a role tier (reader/cataloguer/  *
      *            review moderator/administrator) or remove the      *
      *            mapping, which drops the userid back to the        *
      *            default reader tier.                               *
      *            Modeled on RBKSUBOP                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
              WHEN WS-ROLE-ACTION-ASSIGN
                 IF WS-ROLE-REQ-ROLE NOT = 'R' AND
                    WS-ROLE-REQ-ROLE NOT = 'C' AND
                    WS-ROLE-REQ-ROLE NOT = 'M' AND
                    WS-ROLE-REQ-ROLE NOT = 'A' THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKROLAD: role must be R, C, M (moderator) "
                             DELIMITED BY SIZE
                           "or A"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    MOVE 0 TO WS-MESG-COUNTER
