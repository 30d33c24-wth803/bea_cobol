       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('CRTPERC01', 'E12027', '待复核记录登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'CRTPERC01' '/' 'E12027'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('CRTPERC01', 'E12028', 'PEP认定登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'CRTPERC01' '/' 'E12028'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('CRTPERC01', 'E12029', 'PEP高风险评定写入失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'CRTPERC01' '/' 'E12029'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('CRTPERC01', 'F20016', 'PEP类别代码非法或职务描述为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'CRTPERC01' '/' 'F20016'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('CRTPERC01', 'F20017', '国籍代码须为三位大写字母国别代码', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'CRTPERC01' '/' 'F20017'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('CRTPERC01', 'W20101', 'PEP开户已登记待高管复核', 'W')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'CRTPERC01' '/' 'W20101'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-CORP-CUST-INFO', 'E12006', 'Failed to close registry review', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-CORP-CUST-INFO' '/' 'E12006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-CORP-CUST-INFO', 'F20004', 'No open registry discrepancy found', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-CORP-CUST-INFO' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-CORP-CUST-INFO', 'F20060', 'Operator is not a valid authorized signatory', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-CORP-CUST-INFO' '/' 'F20060'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-CORP-CUST-INFO', 'F20061', 'Signatory certificate expired', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-CORP-CUST-INFO' '/' 'F20061'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-CORP-CUST-INFO', 'F20062', 'Signatory not authorized for this operation', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-CORP-CUST-INFO' '/' 'F20062'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-PER-CUST-INFO', 'F20070', '代理人无该客户的有效代理授权', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-PER-CUST-INFO' '/' 'F20070'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-PER-CUST-INFO', 'F20071', '委托人已登记死亡，代理授权已终止', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-PER-CUST-INFO' '/' 'F20071'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-PER-CUST-INFO', 'F20072', '代理授权已过期', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-PER-CUST-INFO' '/' 'F20072'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-PER-CUST-INFO', 'F20073', '代理授权范围不含该项业务', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-PER-CUST-INFO' '/' 'F20073'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCHNLTXN01', 'E12006', '限额调升审计写入失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCHNLTXN01' '/' 'E12006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
       DISPLAY '响应码目录播种失败:' 'QRYMRGLOG01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MAINTWIN01', 'E12001', '维护窗口读取失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MAINTWIN01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MAINTWIN01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MAINTWIN01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MAINTWIN01', 'F20095', '批处理维护窗口期间暂停联机维护', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MAINTWIN01' '/' 'F20095'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('BATPART01', 'F20001', '作业名不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'BATPART01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('BATPART01', 'F20096', '分区参数不正确', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'BATPART01' '/' 'F20096'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('BATPART01', 'F20097', '分区客户号区间未登记', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'BATPART01' '/' 'F20097'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('BATPART01', 'F20100', '分区未全部完成，不能合并', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'BATPART01' '/' 'F20100'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('BATPART01', 'E12001', '分区客户号区间读取失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'BATPART01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('BATPART01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'BATPART01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTADDR01', 'W20130', '地址未能标准化，已转修正清单', 'W')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTADDR01' '/' 'W20130'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('ADDRSTD01', 'F20001', '租户号/客户编号/地址类型不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'ADDRSTD01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('ADDRSTD01', 'F20004', '地址内容不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'ADDRSTD01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('ADDRSTD01', 'E12001', '行政区划代码读取失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'ADDRSTD01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('ADDRSTD01', 'E12003', '标准化地址写入失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'ADDRSTD01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('ADDRSTD01', 'E12004', '地址修正清单写入失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'ADDRSTD01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('ADDRSTD01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'ADDRSTD01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYBRTASK01', 'E12001', '游标打开失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYBRTASK01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYBRTASK01', 'E99999', 'PROCESSING ERROR', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYBRTASK01' '/' 'E99999'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYBRTASK01', 'F20001', '租户编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYBRTASK01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYBRTASK01', 'F20002', '未找到在办网点待办任务', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYBRTASK01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYBRTASK01', 'F20003', '网点编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYBRTASK01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'E12001', '待办任务查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'E12003', '联系结果登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'E12004', '待办任务更新失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'E99999', 'PROCESSING ERROR', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'E99999'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'F20001', '租户号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'F20002', '任务流水号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'F20003', '联系结果代码非法', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'F20004', '联系方式代码非法', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'F20005', '待办任务不存在', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTBRTASK01', 'F20006', '待办任务已结项', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTBRTASK01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'E12001', '共享同意查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'E12002', '事务提交失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'E12003', '数据共享同意登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'E12004', '数据共享同意更新失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'E12006', '同意变更审计写入失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'E12006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'E99999', 'PROCESSING ERROR', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'E99999'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'F20001', '客户编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'F20002', '租户号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'F20003', '共享目的代码非法', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'F20004', '接收方类别必须为01或02', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'F20005', '同意来源代码不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'F20006', '该目的共享同意已登记', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTSHRCNSNT01', 'F20007', '该目的无有效共享同意可撤回', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTSHRCNSNT01' '/' 'F20007'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('SHRCNSNTCHK01', 'E12001', '共享同意查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'SHRCNSNTCHK01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('SHRCNSNTCHK01', 'E99999', 'PROCESSING ERROR', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'SHRCNSNTCHK01' '/' 'E99999'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('SHRCNSNTCHK01', 'F20001', '客户编号和订阅系统不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'SHRCNSNTCHK01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('SHRCNSNTCHK01', 'F20002', '订阅系统未登记', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'SHRCNSNTCHK01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'E12001', '客户信息查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'E12002', '事务提交失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'E12003', '手机号变更清单登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'E99999', 'PROCESSING ERROR', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'E99999'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20001', '租户号和客户编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20002', '渠道代码必须为01网银或02手机银行', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20003', '缺少动态口令验证流水号', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20004', '渠道申请编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20005', '变更字段个数必须为1-4', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20006', '变更字段代码非法、重复或新值为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20007', '地址类型代码必须为01/02/03', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20007'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20008', '手机号码格式不正确', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20008'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DGPRFLAPPLY01', 'F20009', '客户不存在或不属于该租户', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DGPRFLAPPLY01' '/' 'F20009'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20001', '客户编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20002', '租户号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20003', '名称类型代码非法', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20004', '曾用名/别名不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20005', '使用起止日期格式错误或起日晚于止日', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20006', '证明材料编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20007', '客户不存在或已失效', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20007'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20008', '该曾用名/别名已登记', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20008'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'F20009', '该曾用名/别名未登记', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'F20009'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'E12001', '曾用名/别名登记查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'E12002', '事务提交失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'E12003', '曾用名/别名登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'E12004', '曾用名/别名修改失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'E12005', '曾用名/别名删除失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'E12005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'E12006', '别名变更审计写入失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'E12006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTALIAS01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTALIAS01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('CRTPERC01', 'W20018', '开户成功，名称命中管控名单待甄别', 'W')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'CRTPERC01' '/' 'W20018'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMT-PER-CUST-INFO', 'E12003', '曾用名登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMT-PER-CUST-INFO' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20001', '客户编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20002', '租户号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20003', '证明文件类型代码非法', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20004', '档案/影像编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20005', '文件序号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20006', '签发/到期日期格式错误', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20007', '客户不存在', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20007'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20008', '该证明文件已登记', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20008'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'F20009', '证明文件未登记或已删除', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'F20009'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'E12001', '事务启动失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'E12002', '事务提交失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'E12003', '证明文件登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'E12004', '证明文件登记修改失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'E12005', '证明文件登记删除失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'E12005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'E12006', '证明文件变更审计写入失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'E12006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'E12021', '证明文件序号分配失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'E12021'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCUSTDOC01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCUSTDOC01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYCUSTDOC01', 'F20001', '租户号/客户编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYCUSTDOC01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYCUSTDOC01', 'F20003', '未找到证明文件登记', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYCUSTDOC01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYCUSTDOC01', 'E12002', '游标打开失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYCUSTDOC01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DOCCHK01', 'F20001', '客户、文件类型、登记程序不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DOCCHK01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DOCCHK01', 'F20076', '缺少在册有效证明文件，不能提交', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DOCCHK01' '/' 'F20076'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DOCCHK01', 'F20077', '证明文件已过期', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DOCCHK01' '/' 'F20077'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DOCCHK01', 'E12001', '证明文件登记查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DOCCHK01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('DOCCHK01', 'E12004', '证明文件关联登记业务失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'DOCCHK01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20001', '租户号/活动编号不能为空', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20002', '活动名称不能为空', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20003', '触达渠道必须为01至04之一', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20004', '活动起止日期不合法', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20005', '余额区间不合法', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20006', '年龄区间不合法', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20007', '客户标签不存在或已停用', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20007'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20008', '该营销活动已存在', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20008'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20009', '该营销活动不存在', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20009'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20010', '活动已选客或已撤销，不能修改', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20010'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20011', '活动结束日期早于当前日期', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20011'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'F20012', '该营销活动已撤销', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'F20012'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'E12001', '事务启动失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'E12002', '事务提交失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'E12003', '营销活动新增失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'E12004', '营销活动修改失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'E12005', '营销活动撤销失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'E12005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTCMPGN01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTCMPGN01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20001', '租户号/报送义务编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20002', '报送义务名称/报送对象不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20003', '产出作业名不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20004', '报送频度必须为D/W/M/Q/Y/A之一', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20005', '到期天数不合法', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20006', '责任团队不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20007', '该报送义务已存在', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20007'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20008', '该报送义务不存在或已停用', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20008'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'F20009', '所属期末日/监管受理编号不合法', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'F20009'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'E12001', '事务启动失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'E12002', '事务提交失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'E12003', '报送义务新增失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'E12004', '报送义务修改失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'E12005', '报送义务停用失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'E12005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTREGFIL01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTREGFIL01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'F20001', '业务日期/所属期末日不合法', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'F20002', '租户号/报送义务编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'F20003', '报送义务不存在或已停用', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'F20004', '该报送期次不存在', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'F20005', '该期次尚未产出或已报送', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'F20006', '产出作业名/文件名不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'F20007', '监管受理编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'F20007'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'F20008', '产出作业名不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'F20008'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'E12010', '报送期次建立失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'E12010'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'E12011', '报送产出登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'E12011'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'E12012', '报送登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'E12012'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'E12013', '报送回执登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'E12013'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'E12014', '报送义务读取失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'E12014'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('REGFILTRK01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'REGFILTRK01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'F20001', '租户号/入站文件编号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'F20002', '文件名/发送系统不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'F20002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'F20003', '依赖作业名不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'F20004', '预计到达/截止时刻须为HHMM', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'F20005', '截止时刻不能与预计到达时刻相同', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'F20005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'F20006', '该入站文件已登记', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'F20006'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'F20007', '该入站文件未登记或已停用', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'F20007'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'E12001', '事务启动失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'E12002', '事务提交失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'E12003', '入站文件登记失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'E12004', '入站文件修改失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'E12004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'E12005', '入站文件停用失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'E12005'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('MGMTINFILE01', 'E12196', '非法操作标志', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'MGMTINFILE01' '/' 'E12196'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYSODREADY01', 'E12001', '业务日期查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYSODREADY01' '/' 'E12001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYSODREADY01', 'E12002', '开门前检查结论查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYSODREADY01' '/' 'E12002'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYSODREADY01', 'E12003', '未通过检查项查询失败', 'E')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYSODREADY01' '/' 'E12003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYSODREADY01', 'F20001', '租户号不能为空', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYSODREADY01' '/' 'F20001'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYSODREADY01', 'F20003', '当前业务日期开门前检查尚未执行', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYSODREADY01' '/' 'F20003'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    EXEC SQL
        INSERT INTO RESP_CODE_CATALOG
            (SOURCE_PROGRAM, RESP_CODE, MSG_TXT, SEVERITY)
           VALUES ('QRYSODREADY01', 'F20004', '开门前检查未通过，不可开门', 'F')
    END-EXEC.
    IF SQLCODE = 0
       ADD 1 TO WS-SEED-COUNT
    ELSE
       DISPLAY '响应码目录播种失败:' 'QRYSODREADY01' '/' 'F20004'
       MOVE 'Y' TO WS-SEED-FAILED
    END-IF.

    DISPLAY '目录播种子程序执行完毕'.
