      *> / GetCompensation entry points - kept separate from the      *>
      *> COMP-MASTER file record the same way person.cpy is kept      *>
      *> separate from person-master.cpy.  CompAnnualSalary is in     *>
      *> cents, matching CM-ANNUAL-SALARY.  CompPayBasis and          *>
      *> CompHourlyRate (cents per hour) belong to the separate       *>
      *> SetPayBasis / GetPayBasis entries, CompCurrencyCode to the   *>
      *> SetCompCurrency / GetCompCurrency entries.  CompChangeHeld   *>
      *> comes back when a set was filed on CHGREQ for a second       *>
      *> operator's approval instead of written; CompRequestKey and   *>
      *> CompApproverId belong to the ApplyCompChange entry that      *>
      *> carries an approved request onto COMPMAST.                   *>
      *>--------------------------------------------------------------*>
       01 CompGrade           PIC X(02).
       01 CompAnnualSalary    PIC 9(11).
       01 CompFoundFlag       PIC X(01).
           88 CompWasFound        VALUE "Y".
           88 CompNotFound        VALUE "N".
           88 CompChangeHeld      VALUE "P".
       01 CompPayBasis        PIC X(01).
           88 CompPaidSalary      VALUE "S".
           88 CompPaidHourly      VALUE "H".
       01 CompHourlyRate      PIC 9(07).
       01 CompCurrencyCode    PIC X(03).
       01 CompRequestKey      PIC X(21).
       01 CompApproverId      PIC X(08).
