*		exist).  Any other status skips the append with a
*		broadcast instead of truncating the permanent history.
*
* R. Iverson	14-Sep-2010	CR13210
*		Added a /GL_EXTRACT qualifier.  D84_GLEXT_WRITE, called from
*		C10_PRT_DMP for every accounting record (STS_ACC "Y") as it
*		is built -- ahead of the /CNF_PREFS delivery dispatch, so
*		suppressed and consolidated confirmations are not lost --
*		writes the record's debit and credit accounting (the
*		D30_ACCTG accounts) with the debit and credit banks to a new
*		BY_LOGS_DMP_GLEXT file, always closed with a ZZTRAILER
*		record.  The new GL_JOURNAL_GEN program builds the GL
*		journal from it.
*
* R. Iverson	26-Oct-2010	CR13228
*		D84_GLEXT_WRITE stamps each extracted wire's accounted
*		milestone on the UETR_INDEX (UETR_MILESTONE), for the
*		UETR_LOOKUP status trail.
*
* R. Iverson	09-Nov-2010	CR13234
*		The GL extract record now also carries the wire's value
*		date (credit side, else debit side) and the sending bank's
*		reference, for the NOSTRO_RECON statement matcher.  Record
*		length 121 -> 145; GL_JOURNAL_GEN and AML_PATTERN_SCAN
*		read the longer record.
*
* R. Iverson	25-Jan-2011	CR13266
*		The accounted milestones are no longer committed wire by
*		wire inside the printer log walk: D84_GLEXT_WRITE queues
*		each TRN/UETR and D86_STAMP_MILESTONES stamps them all
*		in one commit once the extract is complete.
*
* (End of Revision History)
*******************************************************************************
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select CNF_PREF_FILE	Assign to "BY_LOGS_DMP_CNFPREF"
	       ORGANIZATION IS SEQUENTIAL.
	Select GLEXT_FILE	Assign to "BY_LOGS_DMP_GLEXT"
	       ORGANIZATION IS LINE SEQUENTIAL.

	%^**TRAIL FILES *******************************
	Select TRAIL_DUMP_FILE	Assign to "TRAIL_OUTPUT"
Recon_Sts:		BOOLEAN;   %^ flag based on /RECON qualifier
Volstats_sts:		BOOLEAN;   %^ flag based on /VOLSTATS qualifier
Cnfpref_sts:		BOOLEAN;   %^ flag based on /CNF_PREFS qualifier
Glext_sts:		BOOLEAN;   %^ flag based on /GL_EXTRACT qualifier
Glext_vdate_ws:		str(8);    %^ value date (yyyymmdd) for same
Cnfp_acct_vs:		vstr(34);  %^ parsed account from a preference item
Cnfp_disp_vs:		vstr(2);   %^ parsed disposition from same
Cnfp_queue_vs:		vstr(15);  %^ parsed print queue override from same
    02 VOLS_AMOUNT		pic 9(15)v9(03).
    02 Filler			pic x(11).

%^ GL accounting extract (see D84_GLEXT_WRITE): one record per
%^ accounting record of the printer dump, whatever its confirmation
%^ disposition, carrying the D30_ACCTG debit and credit accounts and
%^ the banks on each side so GL_JOURNAL_GEN can post the cross-bank
%^ clearing legs.  Ends with a ZZTRAILER record (count + hash of
%^ GLX_AMOUNT) in the B95_FORMAT_TRAILER layout.  The value date and
%^ sending bank's reference are there for NOSTRO_RECON.
FD  GLEXT_FILE record 145 characters.
01  GLEXT_REC.
    02 GLX_BANK_ID		pic x(04).
    02 GLX_TRN_DATE		pic x(08).
    02 GLX_TRN_NUM		pic x(08).
    02 GLX_WIRE_TYPE		pic x(04).
    02 GLX_CURRENCY		pic x(03).
    02 GLX_AMOUNT		pic 9(15)v9(03).
    02 GLX_DBT_BANK		pic x(03).
    02 GLX_DBT_IDTYPE		pic x(01).
    02 GLX_DBT_ACCOUNT		pic x(34).
    02 GLX_CDT_BANK		pic x(03).
    02 GLX_CDT_IDTYPE		pic x(01).
    02 GLX_CDT_ACCOUNT		pic x(34).
    02 GLX_VALUE_DATE		pic x(08).
    02 GLX_SND_REF		pic x(16).

%^ Every TRN dumped by the day's /INCREMENTAL runs so far (see
%^ A18_LOAD_DAYTRNS): loaded into the trndup index at the start of
%^ each increment so the cross-log duplicate suppression holds ACROSS
01 Tr_hash_disp_ws		pic 9(15)v9(3) usage display.
01 Trailer_line_ws		pic x(80).

* GL accounting extract (/GL_EXTRACT) record count and amount hash for
* its trailer -- see D84_GLEXT_WRITE.
01 Glext_count_ws		pic 9(09) comp-5 value zeroes.
01 Glext_hash_ws		pic 9(15)v9(3) comp-3 value zeroes.

* The extracted wires' UETR_INDEX accounted milestones, queued by
* D84_GLEXT_WRITE during the walk and stamped in one commit by
* D86_STAMP_MILESTONES once the extract is complete.
01 Glms_tbl_ws.
   02 Glms_entry_ws		occurs 50000 times.
      03 Glms_uetr_ws			pic x(36).
      03 Glms_trn_ws			pic x(16).
      03 Glms_bank_ws			pic x(03).
      03 Glms_wiretype_ws		pic x(04).
01 Glms_count_ws		pic 9(09) comp-5 value zeroes.
01 Glms_idx_ws			pic 9(09) comp-5 value zeroes.
01 Glms_lost_ws			pic 9(09) comp-5 value zeroes.
01 Glms_lost_ws_d		pic 9(09) usage display.
01 Glext_uetr_ws		pic x(36).
01 Glext_trn_ws			pic x(16).
01 Glext_bank_ws		pic x(03).
01 Glext_info_ws		pic x(40).

* Per-file record counters for the RGW outputs that are not written
* exactly once per dumped message.
01 Rgw_rtext_ct_ws		pic 9(09) comp-5 value zeroes.
	    Perform X70_LOAD_CNF_PREFS thru X70_LOAD_CNF_PREFS_end
	End-if.

* Note whether /GL_EXTRACT given (wants every accounting record of the
* PRINTER dump written to BY_LOGS_DMP_GLEXT for GL_JOURNAL_GEN -- see
* D84_GLEXT_WRITE).  Only meaningful together with /PRINTER.

	%^*** See if GL_EXTRACT option is turned on
	Call "ACE_ARG_FIND" using
	      by content "-gl_ext*ract:",
	      by content    "U",
	      by reference OMITTED,
	      by reference OMITTED,
	      by reference OMITTED,
	      by reference OMITTED,
	      by reference OMITTED,
	      RETURNING Glext_sts.

* Note whether /CHECKPOINT given (wants B20_BIG_DMP to periodically save its
* progress to CHECKPOINT_FILE, and to pick up where a prior aborted run left
* off rather than re-dumping messages that were already dumped).
	    Open Output CNF_PREF_FILE
	End-if.

	If Success_is in Glext_sts
	    Open Output GLEXT_FILE
	End-if.

	%Beg QUE_ROOT_INDEX ^First; %End.
	Perform until failure_is in QUE_ROOT_INDEX_Status 
	    Move SPACES to IS_A_PRINTER
	    Close CNF_PREF_FILE
	End-if.

* The GL extract always carries its control trailer -- GL_JOURNAL_GEN
* will not journal a file without one.
	If Success_is in Glext_sts
	    Move Glext_count_ws to Tr_count_disp_ws
	    Move Glext_hash_ws to Tr_hash_disp_ws
	    Perform B95_FORMAT_TRAILER thru B95_FORMAT_TRAILER_end
	    Write GLEXT_REC from Trailer_line_ws
	    Close GLEXT_FILE
	    Perform D86_STAMP_MILESTONES thru D86_STAMP_MILESTONES_end
	End-if.

	Close PRT_DUMP_FILE.

	%^***********************************************************************
	Perform D30_ACCTG	thru D30_ACCTG_end.
	Perform D40_STS_ACC	thru D40_STS_ACC_end.

	If (Success_is in Glext_sts) and (STS_ACC of PRT_DMPREC = "Y")
	    Perform D84_GLEXT_WRITE thru D84_GLEXT_WRITE_end
	End-if.

* Per-account confirmation delivery preference: the record is fully
* built either way (the /RECON and /VOLSTATS tallies below still see
* it); the preference only decides where -- or whether -- the
D82_VOLSTATS_ACCUM_end.
	exit.

D84_GLEXT_WRITE.
* Called from C10_PRT_DMP, once per accounting PRT_DMPREC built, only
* when /GL_EXTRACT is in effect.  Writes the record's D30_ACCTG debit
* and credit accounts, in the message currency and amount, with the
* debit and credit banks the way RPT_XCLEAR_RECON decides them (the
* debit party's bank, else the message bank; the credit party's
* bank), so GL_JOURNAL_GEN can tell the cross-bank wires.

	Move spaces to GLEXT_REC.
	Move BANK_ID	   of PRT_DMPREC to GLX_BANK_ID.
	Move TRN_DATE	   of PRT_DMPREC to GLX_TRN_DATE.
	Move TRN_NUM	   of PRT_DMPREC to GLX_TRN_NUM.
	Move WIRE_TYPE	   of PRT_DMPREC to GLX_WIRE_TYPE.
	Move CURRENCY_CODE of PRT_DMPREC to GLX_CURRENCY.
	Move AMOUNT	   of MSG_FTR_SET to GLX_AMOUNT.

	If Dbt_adr_bnk_id of Msg_debit_set not = spaces
	    Move Dbt_adr_bnk_id of Msg_debit_set to GLX_DBT_BANK
	Else
	    Move BANK of MSG_FTR_SET to GLX_DBT_BANK
	End-if.
	Move IDTYPE  of DBT_ACCTG of PRT_DMPREC to GLX_DBT_IDTYPE.
	Move ACCOUNT of DBT_ACCTG of PRT_DMPREC to GLX_DBT_ACCOUNT.

	Move Cdt_adr_bnk_id of Msg_credit_set to GLX_CDT_BANK.
	Move IDTYPE  of CDT_ACCTG of PRT_DMPREC to GLX_CDT_IDTYPE.
	Move ACCOUNT of CDT_ACCTG of PRT_DMPREC to GLX_CDT_ACCOUNT.

* The value date the nostro is booked on: the credit side's, else the
* debit side's.
	%Beg  Glext_vdate_ws = Msg_credit_set.Cdt_value_date.yyyymmdd ;  %End.
	If Glext_vdate_ws = spaces
	    %Beg
	    Glext_vdate_ws = Msg_debit_set.Dbt_value_date.yyyymmdd ;
	    %End
	End-if.
	Move Glext_vdate_ws to GLX_VALUE_DATE.
	Move Sbk_ref_num of Msg_debit_set to GLX_SND_REF.

	Write GLEXT_REC.

	Add 1 to Glext_count_ws.
	Add GLX_AMOUNT to Glext_hash_ws.

* The wire's accounted milestone on the UETR_INDEX is queued here and
* stamped after the walk (D86_STAMP_MILESTONES) -- nothing is
* committed while the printer logs are being read.
	If Uetr of MSG_FTR_SET not = spaces
	    If Glms_count_ws < 50000
		Add 1 to Glms_count_ws
		Move Uetr of MSG_FTR_SET to Glms_uetr_ws(Glms_count_ws)
		Move GLX_TRN_DATE to Glms_trn_ws(Glms_count_ws)(1:8)
		Move GLX_TRN_NUM to Glms_trn_ws(Glms_count_ws)(9:8)
		Move BANK of MSG_FTR_SET to Glms_bank_ws(Glms_count_ws)
		Move GLX_WIRE_TYPE to Glms_wiretype_ws(Glms_count_ws)
	    Else
		Add 1 to Glms_lost_ws
	    End-if
	End-if.

D84_GLEXT_WRITE_end.
	exit.

D86_STAMP_MILESTONES.
* Called from A30_PRT_DUMP once the GL extract is closed.  Stamps the
* accounted milestone of every wire D84_GLEXT_WRITE queued, in one
* commit, so an aborted run leaves none of them half done.
* UETR_MILESTONE keeps the first one, so rerunning the day does not
* move it.

	Perform varying Glms_idx_ws from 1 by 1
		until Glms_idx_ws > Glms_count_ws
	    Move Glms_uetr_ws(Glms_idx_ws) to Glext_uetr_ws
	    Move Glms_trn_ws(Glms_idx_ws) to Glext_trn_ws
	    Move Glms_bank_ws(Glms_idx_ws) to Glext_bank_ws
	    Move spaces to Glext_info_ws
	    String "GL extract, wire type " Delimited by size,
		   Glms_wiretype_ws(Glms_idx_ws) Delimited by size
		    into Glext_info_ws
	    Call "UETR_MILESTONE" using
		    by reference Glext_uetr_ws
		    by reference Glext_trn_ws
		    by reference Glext_bank_ws
		    by content   "ACCT"
		    by reference Glext_info_ws
	End-perform.

	If Glms_count_ws > zero
	    %Beg COMMIT: Tran; %End
	End-if.

	If Glms_lost_ws > zero
	    Move Glms_lost_ws to Glms_lost_ws_d
	    Display "%BY_LOGS_DMP-W-MILESTONES, " Glms_lost_ws_d
		    " extracted wire(s) not given their accounted milestone"
	End-if.

D86_STAMP_MILESTONES_end.
	exit.

X18_FIND_VOL_SLOT.
* Return (in Vol_tally_slot_ws) the tally slot matching the current
* bank/wiretype/currency, claiming the next free slot the first time
