      *           覆核自己輸入的對照 -- 一次搬整個部門的兩人控管是稽核
      *           要求，以前一筆一筆敲 CorrMaint 的控管不能因為改成整批
      *           就不見。
      *           套用錯的對照（新部門打錯、HR 隔天改變主意）用選項 3
      *           對已套用（'P'）的對照（舊部門+序號）申請撤銷，一樣由
      *           另一位有覆核權限的人在選項 2 覆核，不能覆核自己的申請；
      *           覆核過的撤銷由 DeptReorgRev 夜間批次把人搬回去。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMapMaint.
       01  ent-old-department       pic x(10) value spaces.
       01  ent-new-department       pic x(10) value spaces.
       01  ent-effective-date       pic x(8) value spaces.
      *    撤銷申請畫面欄位；序號一樣先收文字再驗 numeric
       01  ent-sequence             pic x(3) value spaces.
       01  ws-old-dept-name         pic x(30) value spaces.
       01  ws-new-dept-name         pic x(30) value spaces.

           88  record-is-decided            value 'Y'.
       01  ws-approve-count         pic 9(5) value 0.
       01  ws-enter-count           pic 9(5) value 0.
       01  ws-reversal-enter-count  pic 9(5) value 0.
       01  ws-reversal-approve-count
                                    pic 9(5) value 0.

       01  ws-current-date-long     pic x(21).
       01  ws-run-date-display      pic x(10).

       01  ws-error-message         pic x(60) value spaces.
       01  ws-numeric-edit-5        pic -(5)9.
       01  ws-moved-count-display   pic zzzzzz9.

       SCREEN SECTION.
      *    user id 只顯示不給改：身分從系統取（0110），鍵盤打得出來的
           05  line 5 column 19 pic x(1) to ws-mode-select.
           05  line 7 column 1
               value '1=ENTER MAPPING  2=APPROVE MAPPINGS'.
           05  line 8 column 1
               value '3=REQUEST REVERSAL OF APPLIED MAPPING'.
           05  line 9 column 1 value 'F3=EXIT'.
           05  line 11 column 1 pic x(60) from ws-error-message.

               value 'F6=APPROVE  F8=SKIP  F3=EXIT'.
           05  line 12 column 1 pic x(60) from ws-error-message.

       01  reversal-entry-screen.
           05  blank screen.
           05  line 1 column 1
               value 'DEPT REORG MAPPING - REQUEST REVERSAL'.
           05  line 1 column 50 pic x(10) from ws-user-id.
           05  line 3 column 1 value 'OLD DEPARTMENT.:'.
           05  line 3 column 19 pic x(10) to ent-old-department.
           05  line 4 column 1 value 'SEQUENCE.......:'.
           05  line 4 column 19 pic x(3) to ent-sequence.
           05  line 4 column 29 value '(NNN)'.
           05  line 7 column 1 value 'F3=EXIT  F12=SIGN ON'.
           05  line 9 column 1 pic x(60) from ws-error-message.

       01  reversal-confirm-screen.
           05  blank screen.
           05  line 1 column 1
               value 'DEPT REORG MAPPING - CONFIRM REVERSAL'.
           05  line 3 column 1 value 'OLD DEPARTMENT.:'.
           05  line 3 column 19 pic x(10) from dmap-old-department.
           05  line 3 column 31 pic x(30) from ws-old-dept-name.
           05  line 4 column 1 value 'NEW DEPARTMENT.:'.
           05  line 4 column 19 pic x(10) from dmap-new-department.
           05  line 4 column 31 pic x(30) from ws-new-dept-name.
           05  line 5 column 1 value 'SEQUENCE.......:'.
           05  line 5 column 19 pic 9(3) from dmap-sequence.
           05  line 6 column 1 value 'APPLIED ON.....:'.
           05  line 6 column 19 pic x(10) from dmap-applied-date.
           05  line 6 column 31 value 'MOVED:'.
           05  line 6 column 38 pic x(7) from ws-moved-count-display.
           05  line 8 column 1
               value 'MAPPED EMPLOYEES WILL BE MOVED BACK'.
           05  line 10 column 1 value 'F6=CONFIRM  F12=CANCEL'.
           05  line 12 column 1 pic x(60) from ws-error-message.

       01  reversal-approve-screen.
           05  blank screen.
           05  line 1 column 1
               value 'DEPT REORG MAPPING - APPROVE REVERSAL'.
           05  line 1 column 50 pic x(10) from ws-user-id.
           05  line 3 column 1 value 'OLD DEPARTMENT.:'.
           05  line 3 column 19 pic x(10) from dmap-old-department.
           05  line 3 column 31 pic x(30) from ws-old-dept-name.
           05  line 4 column 1 value 'NEW DEPARTMENT.:'.
           05  line 4 column 19 pic x(10) from dmap-new-department.
           05  line 4 column 31 pic x(30) from ws-new-dept-name.
           05  line 5 column 1 value 'SEQUENCE.......:'.
           05  line 5 column 19 pic 9(3) from dmap-sequence.
           05  line 6 column 1 value 'APPLIED ON.....:'.
           05  line 6 column 19 pic x(10) from dmap-applied-date.
           05  line 6 column 31 value 'MOVED:'.
           05  line 6 column 38 pic x(7) from ws-moved-count-display.
           05  line 7 column 1 value 'REQUESTED BY...:'.
           05  line 7 column 19 pic x(10)
               from dmap-reversal-entered-by.
           05  line 7 column 31 value 'ON'.
           05  line 7 column 35 pic x(10)
               from dmap-reversal-entered-date.
           05  line 9 column 1
               value 'MAPPED EMPLOYEES WILL BE MOVED BACK'.
           05  line 11 column 1
               value 'F6=APPROVE  F8=SKIP  F3=EXIT'.
           05  line 13 column 1 pic x(60) from ws-error-message.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION.
       begin.
                       perform 0300-entry-mode
                   when '2'
                       perform 0400-approval-mode
                   when '3'
                       perform 0500-reversal-entry-mode
      *            選項空白（直接按 ENTER）只是重新顯示簽到畫面
                   when space
                       continue
                   when other
                       move 'INVALID OPTION - ENTER 1, 2 OR 3'
                           to ws-error-message
               end-evaluate
               perform 0200-signon-prompt
           move spaces to dmap-approved-date.
           move spaces to dmap-applied-date.
           move 0 to dmap-moved-count.
           move space to dmap-reversal-status.
           move spaces to dmap-reversal-entered-by.
           move spaces to dmap-reversal-entered-date.
           move spaces to dmap-reversal-approved-by.
           move spaces to dmap-reversal-approved-date.
           move spaces to dmap-reversed-date.
           move 0 to dmap-reversed-count.
           move 0 to dmap-reversal-skipped-count.
           write dept-mapping-record
               invalid key
                   move 'WRITE FAILED - MAPPING NOT RECORDED'

      *-----------------------------------------------------------------------
      * 0400 - 覆核模式：只有 CORRAUTH.TXT 名單上的人能進來，逐筆過
      *         status 'E' 的記錄與待覆核（'E'）的撤銷申請，F6 核准 /
      *         F8 跳過 / F3 離開；不能核准自己輸入的對照或撤銷申請
      *-----------------------------------------------------------------------
       0400-approval-mode.
           perform 0410-check-authority.
                               move 'Y' to ws-approval-done
                           end-if
                       end-if
                       if dmap-status-applied
                           and dmap-reversal-entered
                           perform 0440-present-reversal
                           if pf-exit
                               move 'Y' to ws-approval-done
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0440 - 撤銷申請的單筆覆核畫面：F6 核准寫回撤銷 'A'，DeptReorgRev
      *         當晚就會把人搬回去；申請人不能自己核准（兩人控管）
      *-----------------------------------------------------------------------
       0440-present-reversal.
           perform 0432-lookup-dept-names.
           move dmap-moved-count to ws-moved-count-display.

           move 'N' to ws-record-decided.
           perform until record-is-decided
               display reversal-approve-screen
               accept reversal-approve-screen
               move ws-crt-status to ws-pf-key
               move spaces to ws-error-message
               evaluate true
                   when pf-confirm
                       perform 0444-approve-reversal
                   when pf-skip
                       set record-is-decided to true
                   when pf-exit
                       set record-is-decided to true
                   when other
                       continue
               end-evaluate
           end-perform.

       0444-approve-reversal.
           if dmap-reversal-entered-by = ws-user-id
               move 'CANNOT APPROVE YOUR OWN REQUEST - F8 TO SKIP'
                   to ws-error-message
           else
               move 'A' to dmap-reversal-status
               move ws-user-id to dmap-reversal-approved-by
               move ws-run-date-display to dmap-reversal-approved-date
               rewrite dept-mapping-record
                   invalid key
                       move 'REWRITE FAILED - NOT APPROVED'
                           to ws-error-message
               end-rewrite
               if ws-dmap-status = '00'
                   add 1 to ws-reversal-approve-count
                   set record-is-decided to true
               end-if
           end-if.

      *-----------------------------------------------------------------------
      * 0500 - 撤銷申請模式：輸入要撤銷的對照（舊部門+序號），只有已
      *         套用（'P'）且沒有撤銷申請在走的對照可以申請；確認畫面
      *         把對照內容與當初搬移筆數 echo 回來，F6 才寫回撤銷 'E'
      *-----------------------------------------------------------------------
       0500-reversal-entry-mode.
           perform 0510-prompt-reversal.
           perform until pf-exit or pf-cancel
               perform 0520-validate-reversal
               if entry-is-valid
                   perform 0530-confirm-reversal
               end-if
               perform 0510-prompt-reversal
           end-perform.
      *    F12 只是回簽到畫面，不能讓主迴圈以為要離開整個程式
           if pf-cancel
               move 0 to ws-pf-key
           end-if.

       0510-prompt-reversal.
           move spaces to ent-old-department.
           move spaces to ent-sequence.
           display reversal-entry-screen.
           accept reversal-entry-screen.
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.

      *-----------------------------------------------------------------------
      * 0520 - 撤銷申請驗證：對照要在檔上、已套用、沒有撤銷申請在走；
      *         驗過的對照留在記錄區給 0530 確認與回寫
      *-----------------------------------------------------------------------
       0520-validate-reversal.
           if pf-exit or pf-cancel
               move 'N' to ws-entry-valid
           else
               move 'Y' to ws-entry-valid

               if ent-old-department = spaces
                   move 'N' to ws-entry-valid
                   move 'OLD DEPARTMENT REQUIRED' to ws-error-message
               end-if

               if entry-is-valid
                   and ent-sequence not numeric
                   move 'N' to ws-entry-valid
                   move 'SEQUENCE MUST BE 3 DIGITS (E.G. 001)'
                       to ws-error-message
               end-if

               if entry-is-valid
                   perform 0522-read-mapping
               end-if
           end-if.

       0522-read-mapping.
           move ent-old-department to dmap-old-department.
           move ent-sequence to dmap-sequence.
           read dept-mapping-file
               invalid key
                   continue
           end-read.
           evaluate true
               when ws-dmap-status not = '00'
                   move 'N' to ws-entry-valid
                   move 'MAPPING NOT ON FILE' to ws-error-message
               when dmap-status-reversed
                   move 'N' to ws-entry-valid
                   move 'MAPPING ALREADY REVERSED' to ws-error-message
               when not dmap-status-applied
                   move 'N' to ws-entry-valid
                   move 'MAPPING NOT YET APPLIED - NOTHING TO REVERSE'
                       to ws-error-message
               when dmap-reversal-open
                   move 'N' to ws-entry-valid
                   move 'REVERSAL ALREADY REQUESTED FOR THIS MAPPING'
                       to ws-error-message
               when other
                   continue
           end-evaluate.

      *-----------------------------------------------------------------------
      * 0530 - 確認畫面：F6 才回寫撤銷 'E' 與申請人；部門名稱查主檔時
      *         對照記錄區不會被動到
      *-----------------------------------------------------------------------
       0530-confirm-reversal.
           perform 0432-lookup-dept-names.
           move dmap-moved-count to ws-moved-count-display.
           display reversal-confirm-screen.
           accept reversal-confirm-screen.
           move ws-crt-status to ws-pf-key.
           move spaces to ws-error-message.
           if pf-confirm
               perform 0540-write-reversal-request
               move 0 to ws-pf-key
           else
               move 'CANCELLED - NOT RECORDED' to ws-error-message
               if pf-cancel
                   move 0 to ws-pf-key
               end-if
           end-if.

       0540-write-reversal-request.
           move 'E' to dmap-reversal-status.
           move ws-user-id to dmap-reversal-entered-by.
           move ws-run-date-display to dmap-reversal-entered-date.
           move spaces to dmap-reversal-approved-by.
           move spaces to dmap-reversal-approved-date.
           rewrite dept-mapping-record
               invalid key
                   move 'REWRITE FAILED - REVERSAL NOT RECORDED'
                       to ws-error-message
           end-rewrite.
           if ws-dmap-status = '00'
               add 1 to ws-reversal-enter-count
               move 'REVERSAL RECORDED - PENDING APPROVAL'
                   to ws-error-message
           end-if.

      *-----------------------------------------------------------------------
      * 0900 - 收尾：收檔
      *-----------------------------------------------------------------------
           close department-master-file.

           display 'DEPTMAPMAINT COMPLETE - ENTERED: ' ws-enter-count
               ' APPROVED: ' ws-approve-count
               ' REVERSALS ENTERED: ' ws-reversal-enter-count
               ' APPROVED: ' ws-reversal-approve-count.

      *-----------------------------------------------------------------------
      * 0910 - 檢查 SQLCODE；互動畫面不中斷整個 session，只在畫面上顯示
