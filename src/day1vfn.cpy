                                       to ws-reject-reason
                               end-if
                           end-if
                           if ws-valid = 'y' and ws-hold = 'n'
                               perform check-approval
                           end-if
                       end-if
                   end-if
               end-if
               when vnd-hit = 'n'
                   move 'n' to ws-valid
                   move "UNKNOWN VENDOR" to ws-reject-reason
               when vmf-inactive
                   move 'n' to ws-valid
                   move "INACTIVE VENDOR" to ws-reject-reason
               when other
