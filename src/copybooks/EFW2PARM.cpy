      *****************************************************************
      * EFW2PARM.cpy - SSA Wage Report Submitter Parameter Record      *
      *                                                                *
      * This copybook defines the submitter parameters shared by the   *
      * EFW2 W-2 submission (EFW2GEN) and the EFW2C W-2c correction    *
      * submission (W2CORR): the Business Services Online user ID,     *
      * the resubmission indicator and original wage file ID, the      *
      * contact, and the employer mailing address, which the COMPANY   *
      * table does not carry.                                          *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  EFW2-PARM-RECORD.
           05  PARM-USER-ID               PIC X(8).
           05  PARM-RESUB-INDICATOR       PIC X(1).
           05  PARM-RESUB-WFID            PIC X(6).
           05  PARM-CONTACT-NAME          PIC X(27).
           05  PARM-CONTACT-PHONE         PIC X(15).
           05  PARM-CONTACT-EMAIL         PIC X(40).
           05  PARM-ADDRESS               PIC X(22).
           05  PARM-CITY                  PIC X(22).
           05  PARM-STATE                 PIC X(2).
           05  PARM-ZIP                   PIC X(5).
           05  PARM-ZIP-EXTENSION         PIC X(4).
           05  FILLER                     PIC X(48).
