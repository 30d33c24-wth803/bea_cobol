*> 模板租户号，第11-20位新租户号。限额模板(CHNL_LMT_TMPL)/
*> 保留期策略(RETENTION_POLICY)/代码库(SYS_CODE_LIBRARY)在本
*> 系统为全行共享、不按租户分行，报告末尾核对其存量行数——
*> 空表同样是开通事故。已由TENANTDECOM01下线登记的租户号不得
*> 复用(其存档与计费历史仍挂在原租户号下)
MAIN-LOGIC.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE
    MOVE WS-RUN-PARM(1:10) TO WS-TMPL-TENANT-NO
       GOBACK
    END-IF

    *> 已下线租户号不得复用
    MOVE 0 TO WS-EXIST-COUNT
    EXEC SQL
        SELECT COUNT(*) INTO :WS-EXIST-COUNT
          FROM TENANT_DECOM_REGISTRY
         WHERE TENANT_NO = :WS-NEW-TENANT-NO
    END-EXEC
    IF SQLCODE = 0 AND WS-EXIST-COUNT > 0
       DISPLAY '租户号已下线登记，不得复用:' WS-NEW-TENANT-NO
       GOBACK
    END-IF

    *> 新租户不得已有参数行(防止把半配置状态当成白纸覆盖)
    MOVE 0 TO WS-EXIST-COUNT
    EXEC SQL
