           05 RGM-SEP-3 PIC X.
           05 RGM-NUMBER-OF-RUNS PIC 9(7).
           05 RGM-SEP-4 PIC X.
           05 RGM-NUMBER-OF-DOORS-V1 PIC 9.
           05 RGM-SEP-5 PIC X.
           05 RGM-SEED PIC 9(9).
           05 RGM-SEP-6 PIC X.
           05 RGM-CHANGE-NET PIC -Z(6)9.99.
           05 RGM-SEP-23 PIC X.
           05 RGM-RANDOM-NET PIC -Z(6)9.99.
           05 RGM-SEP-24 PIC X.
           05 RGM-TARGET-HALF-WIDTH PIC 9.99.
           05 RGM-SEP-25 PIC X.
           05 RGM-MAX-GAMES PIC 9(7).
           05 RGM-SEP-26 PIC X.
           05 RGM-CHECKPOINT-INTERVAL PIC 9(7).
           05 RGM-SEP-27 PIC X.
           05 RGM-STOP-REASON PIC X(6).
           05 RGM-SEP-28 PIC X.
           05 RGM-FINAL-HALF-WIDTH PIC ZZ9.99.
           05 RGM-SEP-29 PIC X.
           05 RGM-PARTITION-ROLE PIC X.
           05 RGM-SEP-30 PIC X.
           05 RGM-PARENT-RUN-ID PIC X(16).
           05 RGM-SEP-31 PIC X.
           05 RGM-WIDE-GAMES PIC 9(11).
           05 RGM-SEP-32 PIC X.
           05 RGM-WIDE-KEEP-WINS PIC 9(11).
           05 RGM-SEP-33 PIC X.
           05 RGM-WIDE-KEEP-LOSSES PIC 9(11).
           05 RGM-SEP-34 PIC X.
           05 RGM-WIDE-CHANGE-WINS PIC 9(11).
           05 RGM-SEP-35 PIC X.
           05 RGM-WIDE-CHANGE-LOSSES PIC 9(11).
           05 RGM-SEP-36 PIC X.
           05 RGM-WIDE-RANDOM-WINS PIC 9(11).
           05 RGM-SEP-37 PIC X.
           05 RGM-WIDE-RANDOM-LOSSES PIC 9(11).
           05 RGM-SEP-38 PIC X.
           05 RGM-WIDE-VOID-GAMES PIC 9(11).
           05 RGM-SEP-39 PIC X.
           05 RGM-SLICE-COUNT PIC 99.
           05 RGM-SEP-40 PIC X.
           05 RGM-CHILD-RUN-ID PIC X(16) OCCURS 20 TIMES.
           05 RGM-SEP-41 PIC X.
           05 RGM-MAINT-ACTION PIC X.
           05 RGM-SEP-42 PIC X.
           05 RGM-PRIOR-STATUS PIC X(8).
           05 RGM-SEP-43 PIC X.
           05 RGM-REASON-CODE PIC X(4).
           05 RGM-SEP-44 PIC X.
           05 RGM-MAINT-NOTE PIC X(60).
           05 RGM-SEP-45 PIC X.
           05 RGM-MAINT-OPERATOR PIC X(8).
           05 RGM-SEP-46 PIC X.
           05 RGM-MAINT-STAMP PIC X(19).
           05 RGM-SEP-47 PIC X.
           05 RGM-LAYOUT-VERSION PIC X.
           05 RGM-SEP-48 PIC X.
           05 RGM-NUMBER-OF-DOORS PIC 99.
           05 RGM-SEP-49 PIC X.
           05 RGM-REQUESTER-ID PIC X(8).
           05 RGM-SEP-50 PIC X.
           05 RGM-COST-CENTER PIC X(8).
