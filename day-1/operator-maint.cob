       *> AOC-Day-1-Master-Maint checks every sign-on against this
       *> file, so an id nobody set up here can no longer claim to be
       *> anyone at the maintenance terminal.
       *> Entering * for the operator id works through the
       *> revoke-candidate file written by the access recertification
       *> report (recertify.cob): each candidate is shown with the
       *> reason it was flagged and the suggested action - revoke the
       *> id, or take supervisor authority down to correct - and the
       *> action is applied only when confirmed.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Operator-Maint.

            ACCESS MODE DYNAMIC
            RECORD KEY IS profile-operator-id
            FILE STATUS IS operator-status.
        SELECT candidate-file
            ASSIGN TO DYNAMIC candidate-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS candidate-status.

        DATA DIVISION.
        FILE SECTION.
            05 profile-act-status  PIC X.
            05 profile-authority   PIC X.

        FD candidate-file.
        01 candidate-record.
            05 candidate-operator-id PIC X(8).
            05 candidate-action      PIC X.
            05 candidate-reason      PIC X(18).
            05 candidate-authority   PIC X.
            05 candidate-run-date    PIC 9(8).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 operator-file-name PIC X(100).
        01 operator-status    PIC XX.
        01 candidate-file-name PIC X(100).
        01 candidate-status   PIC XX.
        01 end-of-candidates  PIC X.
        01 confirm-code       PIC X.
        01 continue-flag      PIC X VALUE "Y".
        01 action-code        PIC X.
        01 entered-id         PIC X(8).
                GOBACK
            END-IF
            PERFORM UNTIL continue-flag NOT = "Y"
                DISPLAY "ENTER OPERATOR ID (BLANK TO QUIT, "
                        "* FOR REVOKE CANDIDATES): "
                ACCEPT entered-id
                EVALUATE TRUE
                WHEN entered-id = SPACES
                    MOVE "N" TO continue-flag
                WHEN entered-id = "*"
                    PERFORM work-revoke-candidates
                WHEN OTHER
                    DISPLAY "ENTER ACTION (A=ADD, U=UPDATE, "
                            "V=REVOKE, R=REINSTATE, I=INQUIRE): "
                    ACCEPT action-code
                    WHEN OTHER
                        DISPLAY "UNKNOWN ACTION: " action-code
                    END-EVALUATE
                END-EVALUATE
            END-PERFORM
            CLOSE operator-file
            GOBACK
                GOBACK
            END-IF
            MOVE param-operator-file TO operator-file-name
            MOVE param-revoke-candidates TO candidate-file-name
            DISPLAY "PARAMETERS OPERATOR-FILE="
                    FUNCTION TRIM(operator-file-name)
            .
                    " STATUS=" profile-act-status
                    " AUTHORITY=" profile-authority
            .

        work-revoke-candidates.
            MOVE "N" TO end-of-candidates
            OPEN INPUT candidate-file
            IF candidate-status NOT = "00"
                DISPLAY "NO REVOKE-CANDIDATE FILE: "
                        FUNCTION TRIM(candidate-file-name)
            ELSE
                PERFORM UNTIL end-of-candidates = "Y"
                    READ candidate-file
                        AT END
                            MOVE "Y" TO end-of-candidates
                        NOT AT END
                            PERFORM work-one-candidate
                    END-READ
                END-PERFORM
                CLOSE candidate-file
            END-IF
            .

       *> A candidate already dealt with - revoked, or no longer a
       *> supervisor - is shown and passed over.
        work-one-candidate.
            MOVE candidate-operator-id TO profile-operator-id
            READ operator-file KEY IS profile-operator-id
                INVALID KEY
                    DISPLAY "CANDIDATE NOT ON FILE: "
                            candidate-operator-id
                NOT INVALID KEY
                    PERFORM display-operator
                    DISPLAY "  FLAGGED " FUNCTION TRIM(candidate-reason)
                            " ON " candidate-run-date
                    EVALUATE TRUE
                    WHEN profile-act-status NOT = "A"
                        DISPLAY "  ALREADY REVOKED - NOTHING TO DO"
                    WHEN candidate-action = "D"
                            AND profile-authority NOT = "S"
                        DISPLAY "  NO LONGER A SUPERVISOR - NOTHING "
                                "TO DO"
                    WHEN candidate-action = "V"
                        DISPLAY "  REVOKE THIS OPERATOR (Y/N): "
                        PERFORM confirm-candidate-action
                        IF confirm-code = "Y"
                            MOVE "R" TO profile-act-status
                            PERFORM rewrite-operator
                        END-IF
                    WHEN OTHER
                        DISPLAY "  REDUCE AUTHORITY TO C=CORRECT "
                                "(Y/N): "
                        PERFORM confirm-candidate-action
                        IF confirm-code = "Y"
                            MOVE "C" TO profile-authority
                            PERFORM rewrite-operator
                        END-IF
                    END-EVALUATE
            END-READ
            .

        confirm-candidate-action.
            ACCEPT confirm-code
            MOVE FUNCTION UPPER-CASE(confirm-code) TO confirm-code
            IF confirm-code NOT = "Y"
                DISPLAY "  LEFT AS IT IS"
            END-IF
            .
