      *-----------------------------------------------------------------------
      * 程式名稱：InqLog.cob
      * 程式說明：查詢存取記錄的共用子程式。EmpInquiry / AudInquiry 每
      *           一次查詢（部門名冊、姓名搜尋與搜尋結果列出的員工、
      *           稽核查詢；權限不足被擋掉的也算）都丟過來，這裡補
      *           時間戳記與序號後寫進永久的 INQLOG keyed 檔，InqLogRpt
      *           定期印「誰看了誰」給隱私審查。
      *           記錄本身絕對不能弄掛查詢畫面 -- 檔案開不起來或寫不
      *           進去只 display 一次 warning 然後本 run unit 內停用，
      *           跟 OpsLog 同一套做法。
      *           檔案在 run unit 第一次呼叫時開 I-O（不存在就建），之後
      *           一直開著；同一秒同一個使用者的多筆以序號遞增錯開。
      *-----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InqLog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inquiry-log-file
               ASSIGN TO "INQLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS iqlg-key
               FILE STATUS IS ws-inqlog-status.

       DATA DIVISION.
       FILE SECTION.
       FD  inquiry-log-file.
      *    查詢存取記錄配置與 InqLogRpt 共用同一份 copybook
           COPY INQLOG.

       WORKING-STORAGE SECTION.
       01  ws-inqlog-status         pic x(2).

      *    run unit 的狀態旗標：VALUE 只在第一次載入時套用，之後的
      *    CALL 會保留上次的值（跟 OpsLog 同一套用法）
       01  ws-log-state             pic x(1) value 'N'.
           88  log-not-yet-opened           value 'N'.
           88  log-is-open                  value 'Y'.
           88  log-is-disabled              value 'X'.

       01  ws-stamp-long            pic x(21).
       01  ws-try-sequence          pic 9(3) value 0.
       01  ws-write-done            pic x(1) value 'N'.
           88  write-is-done                value 'Y'.

      *-----------------------------------------------------------------------
       LINKAGE SECTION.
      *    呼叫參數配置與各呼叫端共用同一份 copybook，欄位說明見
      *    INQLOGP.cpy
           COPY INQLOGP REPLACING ==:TAG:== BY ==lq==.

      *-----------------------------------------------------------------------
       PROCEDURE DIVISION USING lq-inquiry-log.
       begin.
           if log-not-yet-opened
               perform 0100-open-log-file
           end-if.
           if log-is-open
               perform 0200-write-log-record
           end-if.
           goback.

      *-----------------------------------------------------------------------
      * 0100 - run unit 第一次呼叫：開 I-O，不存在（35）就先建起來；
      *         開不起來 display 一次 warning 後本 run unit 內停用
      *-----------------------------------------------------------------------
       0100-open-log-file.
           open i-o inquiry-log-file.
           if ws-inqlog-status = '35'
               open output inquiry-log-file
               close inquiry-log-file
               open i-o inquiry-log-file
           end-if.
           if ws-inqlog-status = '00'
               set log-is-open to true
           else
               set log-is-disabled to true
               display 'INQLOG WARNING - INQLOG OPEN FAILED'
                   ' STATUS=' ws-inqlog-status
                   ' - ACCESS LOGGING DISABLED THIS RUN'
           end-if.

      *-----------------------------------------------------------------------
      * 0200 - 寫一筆記錄：時間戳記取當下，序號從 1 起跳，撞到重複的
      *         key 就遞增再試，999 筆都滿了才放棄；寫失敗 display
      *         一次 warning 後本 run unit 內停用
      *-----------------------------------------------------------------------
       0200-write-log-record.
           move function current-date to ws-stamp-long.
           move lq-log-user-id to iqlg-user-id.
           move ws-stamp-long(1:14) to iqlg-timestamp.
           move lq-log-program to iqlg-program.
           move lq-log-inquiry-type to iqlg-inquiry-type.
           move lq-log-department to iqlg-department.
           move lq-log-employee-number to iqlg-employee-number.
           move lq-log-search-text to iqlg-search-text.
           move lq-log-outcome to iqlg-outcome.
           string
               ws-stamp-long(5:2) '/'
               ws-stamp-long(7:2) '/'
               ws-stamp-long(1:4)
               delimited by size
               into iqlg-run-date
           end-string.

           move 0 to ws-try-sequence.
           move 'N' to ws-write-done.
           perform 0210-try-one-sequence
               until write-is-done
               or ws-try-sequence >= 999
               or log-is-disabled.

       0210-try-one-sequence.
           add 1 to ws-try-sequence.
           move ws-try-sequence to iqlg-sequence.
           write inquiry-log-record
               invalid key
                   continue
           end-write.
           evaluate true
               when ws-inqlog-status = '00'
                   set write-is-done to true
      *        '22' = 這個使用者+時間戳記+序號已經有了，遞增序號重試
               when ws-inqlog-status = '22'
                   continue
               when other
                   set log-is-disabled to true
                   display 'INQLOG WARNING - INQLOG WRITE FAILED'
                       ' STATUS=' ws-inqlog-status
                       ' - ACCESS LOGGING DISABLED THIS RUN'
           end-evaluate.
