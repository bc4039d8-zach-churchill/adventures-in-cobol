      *****************************************************************
      *    EUSANDBX - Shared EXTERNAL sandbox directory request. A
      *    program that CALLs SandboxInit rather than running it from
      *    the command line (its own arguments are not SandboxInit's)
      *    names the directory to seed here ahead of the CALL and
      *    clears it again afterward; SandboxInit takes it ahead of
      *    its command line and the EULER_SANDBOX setting (see
      *    sandboxinit.cbl and runreplay.cbl). EXTERNAL storage, the
      *    same run-unit-global mechanism WS-RUN-ID uses.
      *****************************************************************
       01 WS-SANDBOX-REQUEST PIC X(60) VALUE SPACES EXTERNAL.
