            02 BMC-STATUS              PIC X(03).
               88 BMCS-OK                       VALUE 'OK '.
               88 BMCS-ERR                      VALUE 'ERR'.
            02 BMC-CRYPTO-PROV         PIC X(08)   VALUE SPACES.
            02 BMC-KEY-HANDLE.
               03 BMC-KH-ALIAS         PIC X(08)   VALUE SPACES.
               03 BMC-KH-VERSION       PIC 9(03)   VALUE 0.

       LINKAGE SECTION.

