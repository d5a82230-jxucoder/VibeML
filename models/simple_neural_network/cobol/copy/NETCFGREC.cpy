05 NETCFG-INPUT-COUNT   PIC 9(02).
05 NETCFG-HIDDEN-COUNT  PIC 9(02).
05 NETCFG-OUTPUT-COUNT  PIC 9(02).
05 NETCFG-SAMPLE-COUNT  PIC 9(07).
