002300     05  EMP-ADDR-ZIP         PIC X(09).
002400     05  EMP-PHONE            PIC X(10).
002500     05  EMP-GRADE            PIC X(02).
002600     05  EMP-EMPL-TYPE        PIC X(01).
002700         88  EMP-PERMANENT             VALUES 'P' SPACE.
002800         88  EMP-CONTRACT              VALUE 'C'.
002900         88  EMP-SEASONAL              VALUE 'S'.
003000         88  EMP-FIXED-TERM            VALUES 'C' 'S'.
003100     05  EMP-CONTRACT-END     PIC 9(08).
