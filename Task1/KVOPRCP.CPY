      *--------------------------------------------------+-------------*
      * Desc: Shared operator authority check paragraphs  ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Operator authority                          ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: maintenance screens, KVEXCMM, KVOPRMM       ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
     ***************************************************************
       openProfileFile.
     ***************************************************************

           open input OPERATOR-PROFILE-FILE.
           if WS-Profile-File-Status = '00'
              move 'Y' to AUTH-Profile-Open
           else
              move 'N' to AUTH-Profile-Open
           end-if.

     ***************************************************************
       checkOperatorAuthority.
     ***************************************************************
      * Grants the function only when the operator has an active,
      * unexpired profile holding the right asked for on the master
      * asked for. Every refusal is written to KVAUDITLOG under the
      * screen's program id with function code 98, status 99 and
      * the reason code: 10 profiles unavailable, 11 no profile,
      * 12 revoked, 13 expired, 14 no maintain right, 15 no approve
      * right.

           move 'N' to AUTH-Result.
           move zero to AUTH-Reason-Code.
           move spaces to AUTH-Message.
           move function current-date(1:8) to AUTH-Today.

           if AUTH-Profile-Open not = 'Y'
              move 10 to AUTH-Reason-Code
              move 'Operator profiles not available'
                 to AUTH-Message
           else
              move AUTH-Operator
                 to OPR-Operator in OPERATOR-PROFILE-REC
              read OPERATOR-PROFILE-FILE
                 invalid key continue
              end-read
              evaluate true
                  when WS-Profile-File-Status not = '00'
                     move 11 to AUTH-Reason-Code
                     move 'Operator has no profile' to AUTH-Message
                  when not OPR-ACTIVE in OPERATOR-PROFILE-REC
                     move 12 to AUTH-Reason-Code
                     move 'Operator profile revoked' to AUTH-Message
                  when OPR-Expiry-Date in OPERATOR-PROFILE-REC
                        < AUTH-Today
                     move 13 to AUTH-Reason-Code
                     move 'Operator profile expired' to AUTH-Message
                  when other
                     perform checkOperatorRight
              end-evaluate
           end-if.

           if AUTH-Reason-Code = zero
              set AUTH-GRANTED to true
           else
              perform auditRefusedAccess
           end-if.

     ***************************************************************
       checkOperatorRight.
     ***************************************************************

           move 'N' to AUTH-Right-Flag.
           evaluate true also true
               when AUTH-ISIN-MASTER also AUTH-MAINTAIN
                  move OPR-Isin-Maintain in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-ISIN-MASTER also AUTH-APPROVE
                  move OPR-Isin-Approve in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-RATE-MASTER also AUTH-MAINTAIN
                  move OPR-Rate-Maintain in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-RATE-MASTER also AUTH-APPROVE
                  move OPR-Rate-Approve in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-HOLIDAY-MASTER also AUTH-MAINTAIN
                  move OPR-Holiday-Maintain in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-HOLIDAY-MASTER also AUTH-APPROVE
                  move OPR-Holiday-Approve in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-POSITION-MASTER also AUTH-MAINTAIN
                  move OPR-Position-Maintain in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-LIMIT-MASTER also AUTH-MAINTAIN
                  move OPR-Limit-Maintain in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-PROFILE-MASTER also AUTH-MAINTAIN
                  move OPR-Profile-Maintain in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when AUTH-EXCEPTION-MASTER also AUTH-MAINTAIN
                  move OPR-Exception-Ack in OPERATOR-PROFILE-REC
                     to AUTH-Right-Flag
               when other
                  continue
           end-evaluate.

           if AUTH-Right-Flag not = 'Y'
              evaluate true
                  when AUTH-APPROVE
                     move 15 to AUTH-Reason-Code
                     move 'Not authorised to approve this master'
                        to AUTH-Message
                  when AUTH-EXCEPTION-MASTER
                     move 14 to AUTH-Reason-Code
                     move 'Not authorised to acknowledge exceptions'
                        to AUTH-Message
                  when other
                     move 14 to AUTH-Reason-Code
                     move 'Not authorised to maintain this master'
                        to AUTH-Message
              end-evaluate
           end-if.

     ***************************************************************
       auditRefusedAccess.
     ***************************************************************

           move AUTH-Program to AUDIT-PROGRAM-ID in WS-Audit-Record.
           move 98 to AUDIT-FUNCTION-CODE in WS-Audit-Record.
           move spaces to AUDIT-INPUT-SUMMARY in WS-Audit-Record.
           string 'OPR=' delimited by size
                  AUTH-Operator delimited by size
                  ' FN=' delimited by size
                  AUTH-Function delimited by size
                  ' MST=' delimited by size
                  AUTH-Master delimited by size
                  ' RIGHT=' delimited by size
                  AUTH-Right delimited by size
              into AUDIT-INPUT-SUMMARY in WS-Audit-Record.
           move 99 to AUDIT-STATUS-CODE in WS-Audit-Record.
           move AUTH-Reason-Code
              to AUDIT-REASON-CODE in WS-Audit-Record.
           move zero to AUDIT-MOD-REASON-CODE in WS-Audit-Record.
           move AUTH-Reference to AUDIT-REQUEST-ID in WS-Audit-Record.
           perform writeScreenAuditEntry.

     ***************************************************************
       writeScreenAuditEntry.
     ***************************************************************
      * A screen waits on the operator between writes while the night
      * batch, another session or KVAUDARC may write the log. So the
      * chain is never cached across an ACCEPT: each entry reloads
      * the last sequence and check value from the live log, opens
      * it for extend, writes and closes it again.

           move spaces to AUDCH-Eyecatcher.
           perform writeAuditLog.
           close AUDIT-LOG-FILE.
           move spaces to AUDCH-Eyecatcher.
           move 'N' to WS-Audit-Opened.
