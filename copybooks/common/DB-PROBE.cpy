       01  DB-PROBE.
           05  DB-PROBE-USER           PIC X(20) VALUE 'SYNTHPROBE'.
