           05 MNTACTO      PIC X(01).
           05 FILLER       PIC X(03).
           05 MNTIDO       PIC X(09).
           05 FILLER       PIC X(02).
           05 MNTNAMA      PIC X(01).
           05 MNTNAMO      PIC X(30).
           05 FILLER       PIC X(02).
           05 MNTDPTA      PIC X(01).
           05 MNTDPTO      PIC X(10).
           05 FILLER       PIC X(03).
           05 MNTMSGO      PIC X(60).
