01  WS-MGMT-RESP-CODE            PIC X(06).
01  WS-MGMT-RESP-MSG             PIC X(50).

*> 证件号码掩码工作区(CRTFTOKEN01)：解除报告与作业日志只出掩码号
01  WS-MASK-MODE-CD         PIC X(01) VALUE 'M'.
01  WS-MASK-CRTF-NO         PIC X(20).
01  WS-MASK-CRTF-TOKEN      PIC X(20).
01  WS-MASK-CRTF-MASK       PIC X(20).
01  WS-MASK-RESP-CODE       PIC X(06).
01  WS-MASK-RESP-MSG        PIC X(50).

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

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

    OPEN OUTPUT REPORT-FILE
                              WS-MGMT-TELR-ROLE-CD,
                              WS-MGMT-RESP-CODE, WS-MGMT-RESP-MSG
    END-CALL
    MOVE WS-CRTF-NO TO WS-MASK-CRTF-NO
    PERFORM MASK-CRTF-NO

    IF WS-MGMT-RESP-CODE = '000000'
       ADD 1 TO WS-RELEASE-COUNT
       PERFORM COUNT-REASON-CD
       MOVE SPACES TO REPORT-RECORD
       STRING WS-MASK-CRTF-MASK DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-REASON-CD DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
       WRITE REPORT-RECORD
    ELSE
       ADD 1 TO WS-FAIL-COUNT
       DISPLAY '黑名单到期解除失败 证件号:' WS-MASK-CRTF-MASK
               ' 返回码:' WS-MGMT-RESP-CODE
    END-IF.

       END-STRING
       WRITE REPORT-RECORD
    END-PERFORM.

*> 证件号码(明文或令牌)换掩码号；取不到掩码时整段以'*'遮蔽
MASK-CRTF-NO.
    CALL 'CRTFTOKEN01' USING WS-MASK-MODE-CD, WS-MASK-CRTF-NO,
                             WS-MASK-CRTF-TOKEN, WS-MASK-CRTF-MASK,
                             WS-MASK-RESP-CODE, WS-MASK-RESP-MSG
    END-CALL
    IF WS-MASK-RESP-CODE NOT = '000000'
       MOVE ALL '*' TO WS-MASK-CRTF-MASK
    END-IF.
