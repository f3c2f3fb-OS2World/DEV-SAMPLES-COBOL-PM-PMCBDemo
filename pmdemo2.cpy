      *    WM-INITDLG time like the other run-time controls.
       78  IDM-REGIONS                 value 106.

      *    IDM-APPROVALS opens the change approval dialog, where a
      *    level-3 operator reviews the sales changes and deletes
      *    held on pendchg.ism by another operator. It reuses the
      *    IDD-KEY template too: the key entry field takes the
      *    rejection reason, and the before/after lines and the
      *    buttons below are created at WM-INITDLG time.
       78  IDM-APPROVALS               value 107.

      *    IDM-REJECTS opens the reject repair dialog over the
      *    loaders' reject files, salesrej.dat and dayrej.dat. It
      *    reuses the IDD-KEY template: the key entry field takes
      *    the code, and the year, date and amount fields and the
      *    buttons are created at WM-INITDLG time.
       78  IDM-REJECTS                 value 108.

      *    IDM-BATCH opens the keying batch dialog, where an
      *    operator opens a batch with the document count and
      *    control total of the stack about to be keyed, and closes
      *    it once the saves balance. It reuses the IDD-KEY
      *    template: the key entry field takes the document count,
      *    and the control total field, the two lines showing the
      *    batch and the buttons are created at WM-INITDLG time.
       78  IDM-BATCH                   value 109.

       78  IDD-ABOUT                   value 200.

       78  IDD-KEY                     value 210.
       78  IDD-RFETCHBTN                value 246.
       78  IDD-RBROWSEBTN               value 247.

      *    IDD-ENTRYFLDCOMM is the code dialog's commission override
      *    rate field and IDD-ENTRYFLDRRATE the region dialog's
      *    commission rate field; both are created at run time
      *    beside the fields above.
       78  IDD-ENTRYFLDCOMM             value 248.
       78  IDD-ENTRYFLDRRATE            value 249.

      *    IDD-ENTRYFLDRHOLD/IDD-ENTRYFLDRPCT are the region
      *    dialog's hold amount and hold percentage fields, created
      *    at run time beside the rate field.
       78  IDD-ENTRYFLDRHOLD            value 253.
       78  IDD-ENTRYFLDRPCT             value 254.

      *    Controls of the change approval dialog. IDD-PENDLINE is
      *    the first of twelve consecutive ids, one static text line
      *    per month, the same way IDD-ENTRYFLDJAN starts the
      *    month entry fields.
       78  IDD-APPROVEBTN               value 250.
       78  IDD-REJECTBTN                value 251.
       78  IDD-NEXTBTN                  value 252.
       78  IDD-PENDINFO                 value 255.
       78  IDD-PENDHEAD                 value 256.
       78  IDD-PENDLINE                 value 260.

      *    Controls of the reject repair dialog. IDD-REJLABEL and
      *    IDD-REJAMT each start twelve consecutive ids, a month
      *    label and a month amount field; a daily reject uses
      *    only the first amount field.
       78  IDD-SALESREJBTN              value 272.
       78  IDD-DAILYREJBTN              value 273.
       78  IDD-REPAIRBTN                value 274.
       78  IDD-WRITEOFFBTN              value 275.
       78  IDD-REJINFO                  value 276.
       78  IDD-REJCOUNTS                value 277.
       78  IDD-ENTRYFLDDATE             value 278.
       78  IDD-REJLABEL                 value 280.
       78  IDD-REJAMT                   value 300.

      *    IDD-UNITSHEAD heads the units column DataDlgProc adds
      *    beside the month amounts in sales mode; like
      *    IDD-ENTRYFLDJAN, IDD-ENTRYFLDUNITS starts twelve
      *    consecutive ids, one units field per month.
       78  IDD-UNITSHEAD                value 312.
       78  IDD-ENTRYFLDUNITS            value 320.

      *    IDD-CLOSEBTN/IDD-REOPENBTN are pushbuttons on the
      *    IDD-KEY dialog, created at WM-INITDLG time like the
      *    browse/delete pair, that close or reopen the entered
      *    IDD-DATA resource template to add them to.
       78  IDD-TOTALDISPLAY             value 233.
       78  IDD-AVGDISPLAY               value 234.

      *    Controls of the keying batch dialog.
       78  IDD-BATCHINFO                value 340.
       78  IDD-BATCHSTAT                value 341.
       78  IDD-BOPENBTN                 value 342.
       78  IDD-BCLOSEBTN                value 343.
       78  IDD-ENTRYFLDBTOTAL           value 344.
