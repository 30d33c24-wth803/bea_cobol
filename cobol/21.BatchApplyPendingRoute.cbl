01  WS-MGMT-RESP-COUNT     PIC 9(05).
01  WS-MGMT-RESP-FAIL-IDX  PIC 9(03).

*> 批处理维护窗口校验工作区(MAINTWIN01)
01  WS-MAINTWIN-MODE-CD    PIC X(01).
01  WS-MAINTWIN-TENANT-NO  PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-PGM-ID     PIC X(20) VALUE SPACES.
01  WS-MAINTWIN-TELR-NO    PIC X(10) VALUE SPACES.
01  WS-MAINTWIN-RESP-CODE  PIC X(06).
01  WS-MAINTWIN-RESP-MSG   PIC X(50).

PROCEDURE DIVISION.
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
