      *****************************************************************
      * F1042SX.cpy - Form 1042-S Extract Record                       *
      *                                                                *
      * This copybook defines one nonresident alien's 1042-S filing   *
      * data for the year: the withholding agent (paying company and  *
      * its EIN), the recipient's identity, address, and treaty       *
      * country, and the chapter 3 income line - the income code, the *
      * wages exempt under the treaty (gross income), exemption code  *
      * 04 (exempt under a tax treaty) with a zero rate, and the      *
      * treaty article claimed. Wages above the treaty amount are     *
      * reported on the W-2 and do not appear here.                   *
      *                                                                *
      * Income codes: 18 compensation for dependent personal          *
      * services, 20 compensation during studying and training (F-1,  *
      * J-1, M-1, and Q-1 visa holders).                              *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       01  F1042S-RECORD.
           05  FS-TAX-YEAR                PIC 9(4).
           05  FS-COMPANY-CODE            PIC X(2).
           05  FS-AGENT-EIN               PIC X(9).
           05  FS-AGENT-NAME              PIC X(40).
           05  FS-EMP-ID                  PIC X(6).
           05  FS-RECIPIENT-TIN           PIC 9(9).
           05  FS-LAST-NAME               PIC X(20).
           05  FS-FIRST-NAME              PIC X(15).
           05  FS-ADDRESS-LINE-1          PIC X(30).
           05  FS-CITY                    PIC X(20).
           05  FS-STATE                   PIC X(2).
           05  FS-ZIP                     PIC X(10).
           05  FS-RECIPIENT-COUNTRY       PIC X(2).
           05  FS-VISA-TYPE               PIC X(4).
           05  FS-INCOME-CODE             PIC X(2).
               88  FS-INCOME-DEPENDENT    VALUE '18'.
               88  FS-INCOME-STUDENT      VALUE '20'.
           05  FS-CHAPTER-IND             PIC X.
           05  FS-GROSS-INCOME            PIC 9(9)V99 COMP-3.
           05  FS-EXEMPTION-CODE          PIC X(2).
           05  FS-TAX-RATE                PIC 9(2)V99 COMP-3.
           05  FS-FEDERAL-TAX-WITHHELD    PIC 9(9)V99 COMP-3.
           05  FS-TREATY-COUNTRY          PIC X(2).
           05  FS-TREATY-ARTICLE          PIC X(4).
           05  FS-FILLER                  PIC X(10).
