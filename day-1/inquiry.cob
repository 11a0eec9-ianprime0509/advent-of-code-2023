       *> the offending line can be found and a proposed correction's
       *> effect on the value seen before anyone keys a maintenance
       *> transaction. Read-only: nothing here touches the master.
       *> While the day-end stream (or a recovery) holds the master
       *> lock on the system control record, a warning that the
       *> figures are in flux is shown at sign-on and before every
       *> browse or search.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Inquiry.

            ACCESS MODE DYNAMIC
            RECORD KEY IS master-key
            FILE STATUS IS master-status.
        SELECT control-file
            ASSIGN TO DYNAMIC control-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS control-status.

        DATA DIVISION.
        FILE SECTION.
                10 master-line-number PIC 9(10).
            05 master-line-text   PIC X(255).

        FD control-file.
        01 control-record.
            05 control-lock-flag      PIC X.
            05 control-lock-holder    PIC X(8).
            05 control-lock-date      PIC 9(8).
            05 control-lock-time      PIC 9(6).
            05 control-maint-sessions PIC 9(3).
            05 control-maint-operator PIC X(8).
            05 control-maint-date     PIC 9(8).
            05 control-maint-time     PIC 9(6).
            05 control-closed-date    PIC 9(8).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 master-file-name PIC X(100).
        01 master-status    PIC XX.
        01 control-file-name PIC X(100).
        01 control-status   PIC XX.
        01 continue-flag    PIC X VALUE "Y".
        01 action-code      PIC X.
        01 page-reply       PIC X.
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM warn-if-master-locked
            PERFORM UNTIL continue-flag NOT = "Y"
                DISPLAY "ENTER ACTION (B=BROWSE FROM KEY, "
                        "S=SEARCH TEXT, Q=QUIT): "
                    TO action-code
                EVALUATE action-code
                WHEN "B"
                    PERFORM warn-if-master-locked
                    PERFORM browse-from-key
                WHEN "S"
                    PERFORM warn-if-master-locked
                    PERFORM search-master
                WHEN "Q"
                    MOVE "N" TO continue-flag
                GOBACK
            END-IF
            MOVE param-master-file TO master-file-name
            MOVE param-system-control TO control-file-name
            DISPLAY "PARAMETERS MASTER-FILE="
                    FUNCTION TRIM(master-file-name)
            .

        warn-if-master-locked.
            MOVE "N" TO control-lock-flag
            OPEN INPUT control-file
            IF control-status = "00"
                READ control-file
                    AT END
                        MOVE "N" TO control-lock-flag
                END-READ
                CLOSE control-file
            END-IF
            IF control-lock-flag = "Y"
                DISPLAY "WARNING - MASTER FILE LOCKED BY "
                        FUNCTION TRIM(control-lock-holder)
                        " SINCE " control-lock-date " "
                        control-lock-time
                DISPLAY "WARNING - MASTER IS BEING RELOADED OR "
                        "CORRECTED - FIGURES ARE IN FLUX"
            END-IF
            .

       *> Browsing starts at the nearest key at or after the one
       *> entered and pages forward a screen at a time.
        browse-from-key.
