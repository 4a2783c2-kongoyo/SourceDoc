      *-----------------------------------------------------------------------
      * CHAINDEF.cpy
      * 夜間 job chain 定義記錄配置 - shared layout for the CHAINDEF.TXT
      * file. 一個 step 一行，ChainRun 依檔案順序逐 step 判斷能不能跑，
      * 前置 step 一定要寫在後面 step 的前面（ChainRun 載入時會驗）。
      * chd-program 是要 CALL 的程式名稱；chd-step-parm 不是空白時當
      * 1 byte 參數傳下去（EmpRunAll 的 stream 編號）。chd-max-rc 是
      * 這個 step 能接受的前置 step 最差 return code，前置 step 的 RC
      * 超過就不跑、整條後面的 step 一起擋下來。
      * 例：
      *     FEEDLOAD  EmpFeedLoad  04
      *     CORREDIT  CorrEdit     04FEEDLOAD
      *     DEPTREORG DeptReorg    04CORREDIT
      *     DEPTCHG   DeptChgApply 08DEPTREORG
      *     RUNALL1   EmpRunAll   108DEPTCHG
      *     MERGE     StreamMerge  08RUNALL1
      *-----------------------------------------------------------------------
       01  chain-definition-record.
           05  chd-step-id              pic x(10).
           05  chd-program              pic x(12).
           05  chd-step-parm            pic x(1).
           05  chd-max-rc               pic x(2).
      *    前置 step 最多 4 個，用不到的留空白
           05  chd-predecessor          pic x(10) occurs 4 times.
