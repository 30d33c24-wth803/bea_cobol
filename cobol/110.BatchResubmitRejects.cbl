    05  WS-CRT-TAX-CNTRY-CD     PIC X(03).
    05  WS-CRT-TIN              PIC X(30).
01  WS-CRT-PRE-CUST-NO      PIC X(10) VALUE SPACES.
01  WS-CRT-PEP-CATG-CD      PIC X(02) VALUE SPACES.
01  WS-CRT-PEP-PSTN-DESC    PIC X(60) VALUE SPACES.
01  WS-CRT-NATION-CD        PIC X(03) VALUE SPACES.
01  WS-CRT-RESP-CODE        PIC X(06).
01  WS-CRT-RESP-MSG         PIC X(50).
01  WS-CRT-RESP-CUST-NO     PIC X(10).
    05  WS-NL-CTRL-FLG          PIC X(01).
    05  WS-NL-EFFT-DT           PIC X(08).
    05  WS-NL-INVALID-DT        PIC X(08).
    05  WS-NL-LIST-NM           PIC X(50).
01  WS-NL-CUST-NO           PIC X(20).
01  WS-NL-CUST-COUNT        PIC 9(5).
01  WS-NL-EXIST-COUNT       PIC 9(5).
01  WS-MGMT-RESP-CODE       PIC X(06).
01  WS-MGMT-RESP-MSG        PIC X(50).

*> DECDIMP01记录布局重解(与其REGISTRY-RECORD一致)
01  WS-DR-REC.
    05  WS-DR-CRTF-NO           PIC X(20).
    05  WS-DR-REG-NM            PIC X(60).
    05  WS-DR-DECD-DT           PIC X(08).
    05  WS-DR-DECD-DOC-NO       PIC X(30).
01  WS-DR-HIT-COUNT         PIC 9(05).
01  WS-DR-INACTIVE-COUNT    PIC 9(05).

*> EXRATEIMP01记录布局重解(与其WS-REJ-REC一致)：人工确认放行的
*> 跳变牌价经MGMTEXRATE01按原牌价日期入库
01  WS-ER-REC.
    05  WS-ER-TENANT-NO         PIC X(10).
    05  WS-ER-RATE-DT           PIC X(08).
    05  WS-ER-CURR-CD           PIC X(03).
    05  WS-ER-MID-RATE          PIC 9(05)V9(06).
    05  WS-ER-PREV-RATE         PIC 9(05)V9(06).
01  WS-ER-OPER-TYP-CD       PIC X(02) VALUE '01'.

*> TRVLNTCIMP01记录布局重解(与其NOTICE-RECORD一致)：修补放行的
*> 手机银行出行报备经MGMTTRVLNTC01重新登记/撤销
01  WS-TN-REC.
    05  WS-TN-TENANT-NO         PIC X(10).
    05  WS-TN-CUST-NO           PIC X(20).
    05  WS-TN-ACTION-CD         PIC X(01).
    05  WS-TN-EXT-REF-NO        PIC X(20).
    05  WS-TN-START-DT          PIC X(08).
    05  WS-TN-END-DT            PIC X(08).
    05  WS-TN-DEST-CNTRY-COUNT  PIC 9(02).
    05  WS-TN-DEST-CNTRY-TABLE  PIC X(30).
01  WS-TN-REG-CHNL-CD       PIC X(02) VALUE '02'.
01  WS-TN-NOTICE-SEQ-NO     PIC X(14) VALUE SPACES.
01  WS-TN-RESP-SEQ-NO       PIC X(14).

*> STANDINRPLY01记录布局重解(与其DECISION-RECORD一致)：修补放行
*> 的代授权批准经CHNLUTILPOST01补记渠道用量(筛查回放已在原批
*> 完成，重提只补记账)
01  WS-SD-REC.
    05  WS-SD-TENANT-NO         PIC X(10).
    05  WS-SD-CUST-NO           PIC X(20).
    05  WS-SD-PMIT-TERMINAL-CD  PIC X(02).
    05  WS-SD-CURR-CD           PIC X(03).
    05  WS-SD-TX-AMT            PIC 9(10)V99.
    05  WS-SD-TX-TM             PIC X(14).
    05  WS-SD-DECISION-CD       PIC X(01).
    05  WS-SD-SWITCH-REF-NO     PIC X(20).
    05  WS-SD-TX-CNTRY-CD       PIC X(03).
    05  WS-SD-PAYEE-ACCT-NO     PIC X(20).

*> DGPRFLIMP01记录布局(与其CHANGE-RECORD一致，507字节)：修补放行
*> 的数字渠道资料变更原样交DGPRFLAPPLY01重新受理
01  WS-PC-REC               PIC X(507).
01  WS-PC-APPLY-RSLT-CD     PIC X(01).
01  WS-PC-ROUTE-RSLT-CD     PIC X(01).

*> 证件号码令牌查询(CRTFTOKEN01只查不建)：名单记录定位在网客户按令牌比对，令牌
*> 库没有的沿用原值(兼容令牌化之前的旧数据)
01  WS-LOOKUP-MODE-CD       PIC X(01) VALUE 'L'.
01  WS-NL-CRTF-KEY          PIC X(20).
01  WS-CRTF-TOKEN           PIC X(20).
01  WS-CRTF-MASK            PIC X(20).
01  WS-TOKEN-RESP-CODE      PIC X(06).
01  WS-TOKEN-RESP-MSG       PIC X(50).

01  WS-RESUB-RESP-CODE      PIC X(06).
01  WS-RESUB-RESP-MSG       PIC X(50).

01  WS-BD-RESP-MSG         PIC X(50).
01  WS-BD-BIZ-DT           PIC X(08).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-PGM-ID     PIC X(20) VALUE SPACES.
01  WS-MAINTWIN-TELR-NO    PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

PROCEDURE DIVISION.
*> 拒绝记录重提批：只重驱MGMTREJECT01修补放行('1')的记录——
*> 按来源作业还原记录布局后重走原入口(CRTPERCBAT01的记录经
*> CRTPERC01，NAMELISTIMP01的记录经MGMTNAMELIST01，DECDIMP01的
*> 记录经DECDMATCH01，EXRATEIMP01的记录经MGMTEXRATE01，
*> TRVLNTCIMP01的记录经MGMTTRVLNTC01，STANDINRPLY01的记录经
*> CHNLUTILPOST01，DGPRFLIMP01的记录经DGPRFLAPPLY01)，成功置'2'
*> 结案，再被拒的置'4'并更新原因供再次修补
MAIN-LOGIC.
    *> 本作业经联机维护程序落库：先登记为批处理作业，批处理维护
    *> 窗口期内照常执行(MAINTWIN01)
    MOVE 'B' TO WS-MAINTWIN-MODE-CD
    CALL 'MAINTWIN01' USING WS-MAINTWIN-MODE-CD, WS-MAINTWIN-TENANT-NO,
                            WS-MAINTWIN-PGM-ID, WS-MAINTWIN-TELR-NO,
                            WS-MAINTWIN-RESP-CODE, WS-MAINTWIN-RESP-MSG
    END-CALL

    *> 批量运行控制：登记起跑；同作业同日已完成且未带FORCE
    *> 参数时拒绝重复起跑
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
          PERFORM RESUBMIT-CRTPERC-RECORD
       WHEN 'NAMELISTIMP01'
          PERFORM RESUBMIT-NAMELIST-RECORD
       WHEN 'DECDIMP01'
          PERFORM RESUBMIT-DECD-RECORD
       WHEN 'EXRATEIMP01'
          PERFORM RESUBMIT-EXRATE-RECORD
       WHEN 'TRVLNTCIMP01'
          PERFORM RESUBMIT-TRVLNTC-RECORD
       WHEN 'STANDINRPLY01'
          PERFORM RESUBMIT-STANDIN-RECORD
       WHEN 'DGPRFLIMP01'
          PERFORM RESUBMIT-DGPRFL-RECORD
       WHEN OTHER
          MOVE 'F20099' TO WS-RESUB-RESP-CODE
          MOVE '未知来源作业，无法重提' TO WS-RESUB-RESP-MSG
                           WS-CRT-ADDR, WS-CRT-CAREER-TYP-CD,
                           WS-CRT-BRANCH-NO, WS-CRT-TAX-CNTRY-CD,
                           WS-CRT-TIN, WS-CRT-PRE-CUST-NO,
                           WS-CRT-PEP-CATG-CD, WS-CRT-PEP-PSTN-DESC,
                           WS-CRT-NATION-CD,
                           WS-CRT-RESP-CODE, WS-CRT-RESP-MSG,
                           WS-CRT-RESP-CUST-NO,
                           WS-CRT-RESP-TENANT-NO
*> 重提一条名单导入记录：按NAMELISTIMP01的记录布局还原，定位
*> 在网客户后经MGMTNAMELIST01走新增/修改路径(口径同原批)
RESUBMIT-NAMELIST-RECORD.
    MOVE WS-REC-TEXT(1:93) TO WS-NL-REC

    MOVE WS-NL-CRTF-NO TO WS-NL-CRTF-KEY
    CALL 'CRTFTOKEN01' USING WS-LOOKUP-MODE-CD, WS-NL-CRTF-NO,
                             WS-CRTF-TOKEN, WS-CRTF-MASK,
                             WS-TOKEN-RESP-CODE, WS-TOKEN-RESP-MSG
    END-CALL
    IF WS-TOKEN-RESP-CODE = '000000' AND WS-CRTF-TOKEN NOT = SPACES
       MOVE WS-CRTF-TOKEN TO WS-NL-CRTF-KEY
    END-IF

    MOVE 0 TO WS-NL-CUST-COUNT
    MOVE SPACES TO WS-NL-CUST-NO
          INTO :WS-NL-CUST-COUNT, :WS-NL-CUST-NO
          FROM CUSTOMER_BASIC_INFO
         WHERE CRTF_TYP_CD = :WS-NL-CRTF-TYP-CD
           AND CRTF_NO = :WS-NL-CRTF-KEY
           AND VALID_FLG = '1'
    END-EXEC

    END-CALL
    MOVE WS-MGMT-RESP-CODE TO WS-RESUB-RESP-CODE
    MOVE WS-MGMT-RESP-MSG TO WS-RESUB-RESP-MSG.

*> 重提一条死亡登记记录：按DECDIMP01的记录布局还原后经
*> DECDMATCH01重新匹配落待确认清单(导入日期记重提当日)
RESUBMIT-DECD-RECORD.
    MOVE WS-REC-TEXT(1:118) TO WS-DR-REC
    CALL 'DECDMATCH01' USING WS-DR-CRTF-NO, WS-DR-REG-NM,
                             WS-DR-DECD-DT, WS-DR-DECD-DOC-NO,
                             WS-BD-BIZ-DT, WS-RESUB-RESP-CODE,
                             WS-RESUB-RESP-MSG, WS-DR-HIT-COUNT,
                             WS-DR-INACTIVE-COUNT
    END-CALL.

*> 重提一条跳变牌价记录：按EXRATEIMP01的记录布局还原后经
*> MGMTEXRATE01按原租户、原牌价日期入库(放行即视为人工已确认)
RESUBMIT-EXRATE-RECORD.
    MOVE WS-REC-TEXT(1:43) TO WS-ER-REC
    CALL 'MGMTEXRATE01' USING WS-ER-TENANT-NO, WS-ER-CURR-CD,
                              WS-ER-RATE-DT, WS-ER-MID-RATE,
                              WS-ER-OPER-TYP-CD,
                              WS-MGMT-OPER-TELR-NO,
                              WS-RESUB-RESP-CODE, WS-RESUB-RESP-MSG
    END-CALL.

*> 重提一条手机银行出行报备：按TRVLNTCIMP01的记录布局还原后经
*> MGMTTRVLNTC01登记(A)或按报备编号撤销(C)
RESUBMIT-TRVLNTC-RECORD.
    MOVE WS-REC-TEXT(1:99) TO WS-TN-REC
    IF WS-TN-ACTION-CD = 'C'
       MOVE '03' TO WS-MGMT-OPER-TYP-CD
    ELSE
       MOVE '01' TO WS-MGMT-OPER-TYP-CD
    END-IF
    IF WS-TN-DEST-CNTRY-COUNT IS NOT NUMERIC
       MOVE 0 TO WS-TN-DEST-CNTRY-COUNT
    END-IF
    CALL 'MGMTTRVLNTC01' USING WS-TN-TENANT-NO, WS-TN-CUST-NO,
                               WS-TN-START-DT, WS-TN-END-DT,
                               WS-TN-DEST-CNTRY-COUNT,
                               WS-TN-DEST-CNTRY-TABLE,
                               WS-TN-REG-CHNL-CD, WS-TN-EXT-REF-NO,
                               WS-TN-NOTICE-SEQ-NO,
                               WS-MGMT-OPER-TYP-CD,
                               WS-MGMT-OPER-TELR-NO,
                               WS-RESUB-RESP-CODE, WS-RESUB-RESP-MSG,
                               WS-TN-RESP-SEQ-NO
    END-CALL.

RESUBMIT-STANDIN-RECORD.
    MOVE WS-REC-TEXT(1:105) TO WS-SD-REC
    CALL 'CHNLUTILPOST01' USING WS-SD-TENANT-NO, WS-SD-CUST-NO,
                                WS-SD-PMIT-TERMINAL-CD,
                                WS-SD-CURR-CD, WS-SD-TX-AMT,
                                WS-RESUB-RESP-CODE, WS-RESUB-RESP-MSG
    END-CALL
    IF WS-RESUB-RESP-CODE = '000000'
       EXEC SQL
           UPDATE STANDIN_REPLAY_LOG
              SET POST_STUS_CD = '1'
            WHERE TENANT_NO = :WS-SD-TENANT-NO
              AND SWITCH_REF_NO = :WS-SD-SWITCH-REF-NO
       END-EXEC
       EXEC SQL COMMIT END-EXEC
    END-IF.

*> 重提一条数字渠道资料变更：记录原样交DGPRFLAPPLY01重新受理(手机号
*> 已转网点的不重复登记，已全部受理的按重复结案)
RESUBMIT-DGPRFL-RECORD.
    MOVE WS-REC-TEXT(1:507) TO WS-PC-REC
    CALL 'DGPRFLAPPLY01' USING WS-PC-REC,
                               WS-RESUB-RESP-CODE, WS-RESUB-RESP-MSG,
                               WS-PC-APPLY-RSLT-CD,
                               WS-PC-ROUTE-RSLT-CD
    END-CALL.
