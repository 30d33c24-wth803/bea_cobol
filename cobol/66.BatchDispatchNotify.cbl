01  WS-PREF-PERMIT-FLG      PIC X(01).
01  WS-PREF-LANG-CD         PIC X(02).
01  WS-SUPPRESS-COUNT       PIC 9(7) VALUE 0.
*> 可信联系人通知(CTRLSCRN01排队，FLD_NM='TRUSTED_CNTC_ALERT')走
*> 短信渠道；可信联系人本身是本行客户的按其本人的联络许可核对，
*> 键入的联系人按受保护客户的许可核对
01  WS-PREF-TRST-CUST-NO    PIC X(20).

*> 数据共享同意检查(SHRCNSNTCHK01)工作区：订阅系统属集团关联
*> 机构/外部第三方的，客户未同意(或已撤回)其登记目的的数据共享
*> 时通知置为同意扣发('6')不投递，逐条落报告
01  WS-SC-TENANT-NO         PIC X(10).
01  WS-SC-RESP-CODE         PIC X(06).
01  WS-SC-RESP-MSG          PIC X(50).
01  WS-SC-PERMIT-FLG        PIC X(01).
01  WS-SC-PURPOSE-CD        PIC X(02).
01  WS-SC-RECIP-CTGY-CD     PIC X(02).
01  WS-WITHHOLD-COUNT       PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    END-STRING
    WRITE REPORT-RECORD

    MOVE SPACES TO REPORT-RECORD
    STRING 'CONSENT WITHHELD: ' DELIMITED BY SIZE
           WS-WITHHOLD-COUNT    DELIMITED BY SIZE
      INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE 'T' TO WS-FW-MODE-CD
    CALL 'FILEWRAP01' USING WS-FW-MODE-CD, WS-FW-INTERFACE-ID,
                            WS-FW-BIZ-DT, WS-FW-FMT-VER,

    GOBACK.

*> 投递一条通知：先经SHRCNSNTCHK01核对客户对该订阅系统共享目的
*> 的数据共享同意，未获同意置为同意扣发('6')；再经CNTCPREFCHK01
*> 核对客户对相应联络渠道的许可(勿扰登记是合规承诺，投递环节必须
*> 兑现)，许可时写出投递文件行并把队列记录置为已投递('1')，勿扰
*> 时置为已抑制('2')
DISPATCH-ONE-NOTIFY.
    *> 外部系统客户号对照变更(XREFSYNC01登记)是系统间对账通知，
    *> 共享同意撤回后的停止处理通知(MGMTSHRCNSNT01登记)正是发给
    *> 对方的停用指令，二者都不带客户资料、不触达客户本人，不受
    *> 共享同意与勿扰登记约束
    IF WS-FLD-NM = 'EXT_CUST_XREF' OR WS-FLD-NM = 'DATA_SHARE_STOP'
       MOVE 'Y' TO WS-PREF-PERMIT-FLG
    ELSE
       PERFORM CHECK-SHARE-CONSENT
       IF WS-SC-PERMIT-FLG NOT = 'Y'
          PERFORM WITHHOLD-ONE-NOTIFY
          EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-CNTC-PREF
    END-IF

    IF WS-PREF-PERMIT-FLG = 'N'
       PERFORM SUPPRESS-ONE-NOTIFY
       EXIT PARAGRAPH
    END-IF

    IF WS-PREF-PERMIT-FLG = 'Q'
       *> 免扰时段内暂缓：保持待投递状态，下一轮投递再试
       EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO DISPATCH-RECORD
    MOVE WS-SUBSCRIBER-SYS-ID TO DSP-SUBSCRIBER-SYS-ID
    MOVE WS-CUST-NO TO DSP-CUST-NO
    MOVE WS-FLD-NM TO DSP-FLD-NM
    MOVE WS-EFF-TM TO DSP-EFF-TM
    WRITE DISPATCH-RECORD
    PERFORM ACCUM-DISPATCH-CHECKSUM

    EXEC SQL START TRANSACTION END-EXEC.

    EXEC SQL
        UPDATE CUST_CNTC_NOTIFY_QUEUE
           SET NOTIFY_STATUS = '1',
               DELIVERY_CNT = 1,
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :WS-CUST-NO
           AND FLD_NM = :WS-FLD-NM
           AND EFF_TM = :WS-EFF-TM
           AND SUBSCRIBER_SYS_ID = :WS-SUBSCRIBER-SYS-ID
           AND NOTIFY_STATUS = '0'
    END-EXEC.

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '通知状态更新失败 客户号:' WS-CUST-NO
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
       IF SQLCODE NOT = 0
          ADD 1 TO WS-FAIL-COUNT
          DISPLAY '通知投递事务提交失败 客户号:' WS-CUST-NO
          EXEC SQL ROLLBACK END-EXEC
       ELSE
          ADD 1 TO WS-DISPATCH-COUNT
       END-IF
    END-IF.

*> 按通知字段映射的联络渠道经CNTCPREFCHK01核对客户联络许可
CHECK-CNTC-PREF.
    EVALUATE WS-FLD-NM
       WHEN 'MOBILE_NO'
          MOVE '01' TO WS-PREF-CHNL-CD
       WHEN 'TRUSTED_CNTC_ALERT'
          MOVE '01' TO WS-PREF-CHNL-CD
       WHEN 'E_MAIL'
          MOVE '02' TO WS-PREF-CHNL-CD
       WHEN OTHER
    IF SQLCODE NOT = 0
       MOVE '001' TO WS-PREF-TENANT-NO
    END-IF
    IF WS-FLD-NM = 'TRUSTED_CNTC_ALERT'
       MOVE SPACES TO WS-PREF-TRST-CUST-NO
       EXEC SQL
           SELECT TRST_CNTC_CUST_NO INTO :WS-PREF-TRST-CUST-NO
             FROM CUST_PROTECT_DESIG
            WHERE TENANT_NO = :WS-PREF-TENANT-NO
              AND CUST_NO = :WS-CUST-NO
              AND VALID_FLG = '1'
       END-EXEC
       IF SQLCODE = 0 AND WS-PREF-TRST-CUST-NO NOT = SPACES
          MOVE WS-PREF-TRST-CUST-NO TO WS-PREF-CUST-NO
       END-IF
    END-IF
    CALL 'CNTCPREFCHK01' USING WS-PREF-CUST-NO, WS-PREF-TENANT-NO,
                               WS-PREF-CHNL-CD, WS-PREF-RESP-CODE,
                               WS-PREF-RESP-MSG, WS-PREF-PERMIT-FLG,
                               WS-PREF-LANG-CD
    END-CALL.

*> 按客户实际归属租户经SHRCNSNTCHK01核对数据共享同意(行内订阅
*> 系统直接回Y)；客户主档查不到时回落默认租户001
CHECK-SHARE-CONSENT.
    MOVE '001' TO WS-SC-TENANT-NO
    EXEC SQL
        SELECT TENANT_NO INTO :WS-SC-TENANT-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CUST_NO = :WS-CUST-NO
    END-EXEC
    IF SQLCODE NOT = 0
       MOVE '001' TO WS-SC-TENANT-NO
    END-IF
    CALL 'SHRCNSNTCHK01' USING WS-SC-TENANT-NO, WS-CUST-NO,
                               WS-SUBSCRIBER-SYS-ID, WS-SC-RESP-CODE,
                               WS-SC-RESP-MSG, WS-SC-PERMIT-FLG,
                               WS-SC-PURPOSE-CD, WS-SC-RECIP-CTGY-CD
    END-CALL.

*> 未获共享同意：通知置为同意扣发('6')，不写投递文件，报告逐条
*> 列出订阅系统/客户/字段/共享目的/接收方类别备查
WITHHOLD-ONE-NOTIFY.
    EXEC SQL START TRANSACTION END-EXEC.

    EXEC SQL
        UPDATE CUST_CNTC_NOTIFY_QUEUE
           SET NOTIFY_STATUS = '6',
               UPD_TM = CURRENT_TIMESTAMP
         WHERE CUST_NO = :WS-CUST-NO
           AND FLD_NM = :WS-FLD-NM

    IF SQLCODE NOT = 0
       ADD 1 TO WS-FAIL-COUNT
       EXEC SQL ROLLBACK END-EXEC
    ELSE
       EXEC SQL COMMIT END-EXEC
       IF SQLCODE NOT = 0
          ADD 1 TO WS-FAIL-COUNT
          EXEC SQL ROLLBACK END-EXEC
       ELSE
          ADD 1 TO WS-WITHHOLD-COUNT
          MOVE SPACES TO REPORT-RECORD
          STRING 'WITHHELD: '          DELIMITED BY SIZE
                 WS-SUBSCRIBER-SYS-ID  DELIMITED BY SIZE
                 ' '                   DELIMITED BY SIZE
                 WS-CUST-NO            DELIMITED BY SIZE
                 ' '                   DELIMITED BY SIZE
                 WS-FLD-NM             DELIMITED BY SIZE
                 ' PURPOSE:'           DELIMITED BY SIZE
                 WS-SC-PURPOSE-CD      DELIMITED BY SIZE
                 ' CTGY:'              DELIMITED BY SIZE
                 WS-SC-RECIP-CTGY-CD   DELIMITED BY SIZE
            INTO REPORT-RECORD
          END-STRING
          WRITE REPORT-RECORD
       END-IF
    END-IF.

