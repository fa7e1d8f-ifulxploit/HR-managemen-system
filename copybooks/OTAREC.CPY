000010*****************************************************************
000020*    OTAREC.CPY                                                  *
000030*    OVERTIME AUTHORIZATION RECORD LAYOUT. ONE RECORD PER       *
000040*    EMPLOYEE PER DAY, ENTERED BY A SUPERVISOR FROM THE SDM     *
000050*    MENU BEFORE OR ON THE DAY. THE HOURS ARE THE MOST THAT     *
000060*    WILL BE LOADED FOR THAT DAY. THE HOLIDAY SWITCH MARKS A    *
000070*    REST DAY OR PUBLIC HOLIDAY, WHICH IS PAID AT THE HOLIDAY   *
000080*    RATES. A CANCELLED AUTHORIZATION IS KEPT, NOT DELETED.     *
000090*****************************************************************
000100 01  OVERTIME-AUTH-RECORD.
000110     05  OTAUTH-KEY.
000120         10  OTAUTH-EMPLOYEE-ID        PIC 9(06).
000130         10  OTAUTH-DATE               PIC 9(08).
000140     05  OTAUTH-MAX-HOURS              PIC 9(02)V9.
000150     05  OTAUTH-HOLIDAY-SW             PIC X(01).
000160         88  OTAUTH-HOLIDAY            VALUE 'Y'.
000170     05  OTAUTH-STATUS                 PIC X(01).
000180         88  OTAUTH-ACTIVE             VALUE 'A'.
000190         88  OTAUTH-CANCELLED          VALUE 'B'.
000200     05  OTAUTH-AUTHORIZED-BY          PIC X(08).
000210     05  OTAUTH-AUTH-DATE              PIC 9(08).
000220     05  OTAUTH-NOTE                   PIC X(40).
