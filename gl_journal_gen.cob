%Module GL_JOURNAL_GEN <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* End-of-day GL journal interface.
*
* Reads the accounting extract BY_LOGS_DMP writes with /GL_EXTRACT
* (one record per accounting record of the printer dump, carrying the
* D30_ACCTG debit and credit accounts) and maps every account to a GL
* account through the GL_MAP_TABLES config union, items GLMAP: by
* ordinal under the bank's union key, values
*	<idtype>/<account>|<GL account>	    a customer/house account
*	XCLR/<other bank>|<GL account>	    the clearing account held
*					    against one of our banks
*	*SUSPENSE|<GL account>		    the bank's suspense GL
*
* A wire within one bank posts Dr debit account / Cr credit account
* at that bank.  A cross-bank wire (credit party's bank one of ours and
* different from the debit bank, as RPT_XCLEAR_RECON decides it) posts
* its two clearing legs: Dr debit account / Cr XCLR/<credit bank> at
* the debit bank, and Dr XCLR/<debit bank> / Cr credit account at the
* credit bank.  An account with no mapping posts to the bank's suspense
* GL ("SUSPENSE" when none is configured) and is listed on the
* exception report GL_JOURNAL_EXCP_OUTPUT.
*
* The journal file GL_JOURNAL_OUTPUT holds one balanced journal per
* bank and currency in the GL import layout (80 columns):
*	col    1     record type: H header, L line, T journal total
*	cols   2-4   bank
*	cols   5-7   currency
*	cols   8-15  journal date, yyyymmdd (the standard /DATE)
*	cols  16-35  GL account (L)
*	col   36     D debit / C credit (L)
*	cols  37-54  amount 9(15)v9(3): the line amount (L), the
*		     journal's total debits (T), zero (H)
*	cols  55-61  postings (L), lines (T)
*	cols  62-79  the journal's total credits (T)
* and ends with the ZZTRAILER control-total record BY_LOGS_DMP's
* extracts carry (record count, hash-total of columns 37-54), so the
* GL load can be gated with BY_LOGS_DMP_VFY /AMT_OFFSET=37.
*
* The extract's own trailer is checked first: a missing trailer, a
* count or hash mismatch, or a tally table overflow writes no journal
* and returns a bad exit status.  A journal whose debits and credits
* differ also returns a bad exit status, so the load is not released.
* A wire seen on more than one bank's printer log is journalled once.

* REVISION HISTORY
* ----------------
*
* R. Iverson	14-Sep-2010	CR13210
*	New module.
*
* R. Iverson	09-Nov-2010	CR13234
*	The extract record grew to 145 characters (value date and
*	sending bank's reference added at the end).

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select GLEXT_FILE	Assign to "BY_LOGS_DMP_GLEXT"
	       FILE STATUS IS Glext_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select JNL_OUT_FILE	Assign to "GL_JOURNAL_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select EXCP_RPT_FILE	Assign to "GL_JOURNAL_EXCP_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

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

FD  JNL_OUT_FILE record 80 characters.
01  JNL_OUT_REC.
    02 JNL_REC_TYPE		pic x(01).
    02 JNL_BANK			pic x(03).
    02 JNL_CURRENCY		pic x(03).
    02 JNL_DATE			pic x(08).
    02 JNL_GL_ACCOUNT		pic x(20).
    02 JNL_DR_CR		pic x(01).
    02 JNL_AMOUNT		pic 9(15)v9(03).
    02 JNL_COUNT		pic 9(07).
    02 JNL_CR_TOTAL		pic 9(15)v9(03).
    02 Filler			pic x(01).

FD  EXCP_RPT_FILE record 132 characters.
01  EXCP_RPT_REC		Pic X(132).

Working-Storage Section.

01 Glext_file_stat		pic XX value spaces.
01 Glext_eof_sw			Pic X value "N".
   88 Glext_eof			value "Y".
01 Trailer_seen_sw		Pic X value "N".
   88 Trailer_seen		value "Y".
01 Jnl_bad_sw			Pic X value "N".
   88 Jnl_bad			value "Y".

01 Rec_count_ws			pic 9(09) comp-5 value zeroes.
01 Amt_hash_ws			pic 9(15)v9(3) comp-3 value zeroes.
01 Dup_count_ws			pic 9(07) comp-5 value zeroes.
01 Post_count_ws		pic 9(07) comp-5 value zeroes.
01 Jnl_count_ws			pic 9(07) comp-5 value zeroes.
01 Susp_count_ws		pic 9(07) comp-5 value zeroes.
01 Out_count_ws			pic 9(09) comp-5 value zeroes.
01 Out_hash_ws			pic 9(15)v9(3) comp-3 value zeroes.

* The extract's ZZTRAILER record, as BY_LOGS_DMP_VFY parses it.
01 Trailer_parse_ws.
   05 Tr_tag_ws			Pic X(09).
   05 Filler			Pic X(01).
   05 Tr_count_in_ws		Pic 9(09).
   05 Filler			Pic X(01).
   05 Tr_hash_in_ws		Pic 9(15)v9(3).

* Journal trailer, in the B95_FORMAT_TRAILER layout of by_logs_dmp.cob.
01 Tr_count_disp_ws		pic 9(09) usage display.
01 Tr_hash_disp_ws		pic 9(15)v9(3) usage display.
01 Trailer_line_ws		pic x(80).

* GL mappings of the banks met so far, loaded a bank at a time from
* GL_MAP_TABLES the way BY_LOGS_DMP loads its /MASKED profiles.
01 Map_table_ws.
   02 Map_entry_ws		occurs 2000 times.
      03 Map_bank_ws			pic x(03).
      03 Map_key_ws			pic x(40).
      03 Map_gl_ws			pic x(20).
01 Map_count_ws			pic 9(04) comp-5 value zeroes.
01 Map_idx_ws			pic 9(04) comp-5 value zeroes.

01 Map_bank_tbl_ws.
   02 Map_bank_entry_ws		occurs 100 times.
      03 Map_loaded_bank_ws		pic x(03).
      03 Map_susp_gl_ws			pic x(20).
01 Map_bank_count_ws		pic 9(04) comp-5 value zeroes.
01 Map_bank_idx_ws		pic 9(04) comp-5 value zeroes.

01 Map_bank_chk_ws		pic x(03).
01 Map_key_chk_ws		pic x(40).
01 Map_gl_found_ws		pic x(20).
01 Map_side_ws			pic x(03).

* Per bank/currency/GL account debit and credit totals -- the
* first-free-slot tally idiom of RPT_XCLEAR_RECON.
01 Jnl_tally_ws.
   02 Jnl_tally_entry_ws	occurs 1000 times.
      03 Jnl_tally_bank_ws		pic x(03).
      03 Jnl_tally_ccy_ws		pic x(03).
      03 Jnl_tally_gl_ws		pic x(20).
      03 Jnl_tally_dr_ws		pic 9(15)v9(3) comp-3 value zeroes.
      03 Jnl_tally_cr_ws		pic 9(15)v9(3) comp-3 value zeroes.
      03 Jnl_tally_drct_ws		pic 9(07) comp-5 value zeroes.
      03 Jnl_tally_crct_ws		pic 9(07) comp-5 value zeroes.
      03 Jnl_tally_done_ws		pic x(01) value space.

01 Jnl_tally_idx_ws		pic 9(04) comp-5 value zeroes.
01 Jnl_tally_slot_ws		pic 9(04) comp-5 value zeroes.
01 Jnl_line_idx_ws		pic 9(04) comp-5 value zeroes.
01 Jnl_lost_ws			pic 9(07) comp-5 value zeroes.
01 Jnl_lines_ws			pic 9(07) comp-5 value zeroes.
01 Jnl_dr_total_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Jnl_cr_total_ws		pic 9(15)v9(3) comp-3 value zeroes.

01 Post_bank_ws			pic x(03).
01 Post_ccy_ws			pic x(03).
01 Post_dr_gl_ws		pic x(20).
01 Post_cr_gl_ws		pic x(20).
01 Post_gl_chk_ws		pic x(20).
01 Cur_bank_ws			pic x(03).
01 Cur_ccy_ws			pic x(03).
01 Jnl_date_x_ws		pic x(08).

* STRING sending operands must be USAGE DISPLAY.
01 Rec_count_ws_d		pic 9(09) usage display.
01 Post_count_ws_d		pic 9(07) usage display.
01 Susp_count_ws_d		pic 9(07) usage display.
01 Glx_amount_ws_d		pic 9(15)v9(3) usage display.

01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def	<RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def			%^ local fsect.

%^ One wire can sit on more than one bank's printer log; the scratch
%^ seen-index keyed by TRN journals it once, the RPT_XCLEAR_RECON way.
Glj_seen_q:		que(%`SBJ_DD_PATH:GEN_VSTR_INDEX.DDF`);
Glj_seen_key_vs:	vstr(24);
Glj_trn_date_ws:	str(8);
Glj_trn_num_ws:		str(8);
Glj_compose:		Compose(^NOTRAILING_BLANKS);

%^ GL_MAP_TABLES lookups.
Map_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Map_item_key_ws:	vstr(25);
Map_item_type_ws:	vstr(16);
Map_data_ws:		vstr(256);
Map_ordinal_ws:		word;
Map_errmsg_ws:		vstr(80);
Map_cfg_status:		Boolean;
Map_bank_vs:		str(3);
Map_acct_vs:		vstr(40);
Map_glacct_vs:		vstr(20);

Jnl_date_ws:		str(8);
Rpt_init_status:	Boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	Open Input GLEXT_FILE.
	If Glext_file_stat not = "00"
	    Display "%GL_JOURNAL_GEN-E-NOFILE, cannot open BY_LOGS_DMP_GLEXT"
	    Move 1 to abort_ls
	    Go to A00_MAIN_CLEANUP
	End-if.

	Open Output EXCP_RPT_FILE.

	Move spaces to Report_line_ws.
	String "GL journal interface - accounts posted to suspense"
		Delimited by size
		into Report_line_ws.
	Write EXCP_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Bank  TRN                Side  Account" Delimited by size,
	       "                                    Amount" Delimited by size
		into Report_line_ws.
	Write EXCP_RPT_REC from Report_line_ws.

	Perform B10_SCAN_EXTRACT thru B10_SCAN_EXTRACT_end.

	Close GLEXT_FILE.

	Move Susp_count_ws to Susp_count_ws_d.
	Move spaces to Report_line_ws.
	String Susp_count_ws_d Delimited by size,
	       " account(s) posted to suspense" Delimited by size
		into Report_line_ws.
	Write EXCP_RPT_REC from Report_line_ws.

	Close EXCP_RPT_FILE.

* Nothing is journalled from an extract that does not check.
	Evaluate true
	    when not Trailer_seen
		Display "%GL_JOURNAL_GEN-E-NOTRAILER, no ZZTRAILER"
			" record - extract is truncated or was not"
			" written with /GL_EXTRACT"
		Move 1 to abort_ls

	    when Rec_count_ws not = Tr_count_in_ws
		Move Rec_count_ws to Rec_count_ws_d
		Display "%GL_JOURNAL_GEN-E-COUNTMISM, trailer count "
			Tr_count_in_ws " but extract holds "
			Rec_count_ws_d " record(s)"
		Move 1 to abort_ls

	    when Amt_hash_ws not = Tr_hash_in_ws
		Display "%GL_JOURNAL_GEN-E-HASHMISM, trailer amount"
			" hash-total does not match extract contents"
		Move 1 to abort_ls

	    when Jnl_lost_ws > 0
		Display "%GL_JOURNAL_GEN-E-TALLYFULL, more than 1000"
			" bank/currency/GL account combinations"
		Move 1 to abort_ls

	    when other
		Continue
	End-evaluate.

	If abort_ls not = 0
	    Go to A00_MAIN_CLEANUP
	End-if.

	Open Output JNL_OUT_FILE.

	Perform C10_WRITE_JOURNALS thru C10_WRITE_JOURNALS_end.

	Move Out_count_ws to Tr_count_disp_ws.
	Move Out_hash_ws to Tr_hash_disp_ws.
	Move spaces to Trailer_line_ws.
	String "ZZTRAILER "		Delimited by size,
	       Tr_count_disp_ws		Delimited by size,
	       " "			Delimited by size,
	       Tr_hash_disp_ws		Delimited by size
		into Trailer_line_ws.
	Write JNL_OUT_REC from Trailer_line_ws.

	Close JNL_OUT_FILE.

	If Jnl_bad
	    Display "%GL_JOURNAL_GEN-E-UNBALANCED, a journal's debits"
		    " and credits differ - do not load"
	    Move 1 to abort_ls
	End-if.

	%^*********************************************************************
	%^* GL_JOURNAL_GEN$_COUNT  /I ${1} accounting record(s) journalled
	%^*	in ${2} journal(s), ${3} account(s) posted to suspense.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"GL_JOURNAL_GEN$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Post_count_ws, Jnl_count_ws,
				    Susp_count_ws);

A00_MAIN_CLEANUP.

	%beg
	break: Glj_seen_q;
	%end.

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /DATE command line qualifier;
* it dates the journals.
	Call "RPT_INIT" returning Rpt_init_status.

	If Failure_is in Rpt_init_status
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%beg Jnl_date_ws = Rpt_Date.yyyymmdd; %end.
	Move Jnl_date_ws to Jnl_date_x_ws.

	%Beg ALLOC_TEMP: Glj_seen_q; %End.

A10_SBJ_INIT_end.
	Exit.


B10_SCAN_EXTRACT.
%^ Count and hash every record ahead of the trailer, journalling each
%^ wire the first time it is met.

	Perform until Glext_eof

	    Read GLEXT_FILE
		at end Move "Y" to Glext_eof_sw
	    End-read

	    If not Glext_eof
		If GLEXT_REC(1:9) = "ZZTRAILER"
		    Move "Y" to Trailer_seen_sw
		    Move GLEXT_REC(1:38) to Trailer_parse_ws
		Else
		    Add 1 to Rec_count_ws
		    Add GLX_AMOUNT to Amt_hash_ws
		    Perform C20_ONE_RECORD thru C20_ONE_RECORD_end
		End-if
	    End-if

	End-perform.

B10_SCAN_EXTRACT_end.
	Exit.


C20_ONE_RECORD.
%^ Post one accounting record: within a bank, or as the two clearing
%^ legs of a cross-bank wire.

	Move GLX_TRN_DATE to Glj_trn_date_ws.
	Move GLX_TRN_NUM to Glj_trn_num_ws.
	%Beg
	Glj_compose ^OUT(Glj_seen_key_vs)
		Glj_trn_date_ws, "-", Glj_trn_num_ws, / ;
	SEARCH: Glj_seen_q EQL key=Glj_seen_key_vs;
	%End.
	If success_is in Glj_seen_q_status
	    Add 1 to Dup_count_ws
	    Go to C20_ONE_RECORD_end
	End-if.
	%Beg
	ALLOC_ELEM: Glj_seen_q.Vstr_key = Glj_seen_key_vs;
	%End.

	Add 1 to Post_count_ws.
	Move GLX_CURRENCY to Post_ccy_ws.

	If (GLX_CDT_BANK = spaces) or (GLX_CDT_BANK = GLX_DBT_BANK)
	    Move GLX_DBT_BANK to Post_bank_ws
	    Perform X10_MAP_DEBIT thru X10_MAP_DEBIT_end
	    Perform X12_MAP_CREDIT thru X12_MAP_CREDIT_end
	    Perform X30_POST thru X30_POST_end
	    Go to C20_ONE_RECORD_end
	End-if.

%^ Debit bank's leg: customer debit against the clearing account it
%^ holds for the credit bank.
	Move GLX_DBT_BANK to Post_bank_ws.
	Perform X10_MAP_DEBIT thru X10_MAP_DEBIT_end.
	Move Post_bank_ws to Map_bank_chk_ws.
	Move spaces to Map_key_chk_ws.
	String "XCLR/" Delimited by size,
	       GLX_CDT_BANK Delimited by size
		into Map_key_chk_ws.
	Move "CLR" to Map_side_ws.
	Perform X20_FIND_GL thru X20_FIND_GL_end.
	Move Map_gl_found_ws to Post_cr_gl_ws.
	Perform X30_POST thru X30_POST_end.

%^ Credit bank's leg: its clearing account for the debit bank against
%^ the customer credit.
	Move GLX_CDT_BANK to Post_bank_ws.
	Move Post_bank_ws to Map_bank_chk_ws.
	Move spaces to Map_key_chk_ws.
	String "XCLR/" Delimited by size,
	       GLX_DBT_BANK Delimited by size
		into Map_key_chk_ws.
	Move "CLR" to Map_side_ws.
	Perform X20_FIND_GL thru X20_FIND_GL_end.
	Move Map_gl_found_ws to Post_dr_gl_ws.
	Perform X12_MAP_CREDIT thru X12_MAP_CREDIT_end.
	Perform X30_POST thru X30_POST_end.

C20_ONE_RECORD_end.
	Exit.


X10_MAP_DEBIT.
%^ The debit account's GL at Post_bank_ws, into Post_dr_gl_ws.

	Move Post_bank_ws to Map_bank_chk_ws.
	Move spaces to Map_key_chk_ws.
	String GLX_DBT_IDTYPE Delimited by size,
	       "/" Delimited by size,
	       GLX_DBT_ACCOUNT Delimited by space
		into Map_key_chk_ws.
	Move "DR" to Map_side_ws.
	Perform X20_FIND_GL thru X20_FIND_GL_end.
	Move Map_gl_found_ws to Post_dr_gl_ws.

X10_MAP_DEBIT_end.
	Exit.


X12_MAP_CREDIT.
%^ The credit account's GL at Post_bank_ws, into Post_cr_gl_ws.

	Move Post_bank_ws to Map_bank_chk_ws.
	Move spaces to Map_key_chk_ws.
	String GLX_CDT_IDTYPE Delimited by size,
	       "/" Delimited by size,
	       GLX_CDT_ACCOUNT Delimited by space
		into Map_key_chk_ws.
	Move "CR" to Map_side_ws.
	Perform X20_FIND_GL thru X20_FIND_GL_end.
	Move Map_gl_found_ws to Post_cr_gl_ws.

X12_MAP_CREDIT_end.
	Exit.


X20_FIND_GL.
%^ Return (in Map_gl_found_ws) the GL account mapped to Map_key_chk_ws
%^ at Map_bank_chk_ws, loading the bank's mappings the first time the
%^ bank is met.  Unmapped goes to the bank's suspense GL and onto the
%^ exception report.

	Move zero to Map_bank_idx_ws.
	Perform varying Map_idx_ws from 1 by 1
		until Map_idx_ws > Map_bank_count_ws
	    If Map_loaded_bank_ws(Map_idx_ws) = Map_bank_chk_ws
		Move Map_idx_ws to Map_bank_idx_ws
		Move 9999 to Map_idx_ws
	    End-if
	End-perform.

	If Map_bank_idx_ws = zero
	    Perform X22_LOAD_BANK_MAP thru X22_LOAD_BANK_MAP_end
	End-if.

	Move spaces to Map_gl_found_ws.
	Perform varying Map_idx_ws from 1 by 1
		until Map_idx_ws > Map_count_ws
	    If Map_bank_ws(Map_idx_ws) = Map_bank_chk_ws
	      and Map_key_ws(Map_idx_ws) = Map_key_chk_ws
		Move Map_gl_ws(Map_idx_ws) to Map_gl_found_ws
		Move 9999 to Map_idx_ws
	    End-if
	End-perform.

	If Map_gl_found_ws not = spaces
	    Go to X20_FIND_GL_end
	End-if.

	Move Map_susp_gl_ws(Map_bank_idx_ws) to Map_gl_found_ws.
	Add 1 to Susp_count_ws.

	Move GLX_AMOUNT to Glx_amount_ws_d.
	Move spaces to Report_line_ws.
	String Map_bank_chk_ws Delimited by size,
	       "   " Delimited by size,
	       GLX_TRN_DATE Delimited by size,
	       "-" Delimited by size,
	       GLX_TRN_NUM Delimited by size,
	       "  " Delimited by size,
	       Map_side_ws Delimited by size,
	       "   " Delimited by size,
	       Map_key_chk_ws Delimited by size,
	       " " Delimited by size,
	       Glx_amount_ws_d Delimited by size
		into Report_line_ws.
	Write EXCP_RPT_REC from Report_line_ws.

X20_FIND_GL_end.
	Exit.


X22_LOAD_BANK_MAP.
%^ Load Map_bank_chk_ws's GLMAP: items, ordinal by ordinal, and note
%^ its suspense GL.

	If Map_bank_count_ws < 100
	    Add 1 to Map_bank_count_ws
	End-if.
	Move Map_bank_count_ws to Map_bank_idx_ws.
	Move Map_bank_chk_ws to Map_loaded_bank_ws(Map_bank_idx_ws).
	Move "SUSPENSE" to Map_susp_gl_ws(Map_bank_idx_ws).

	Move Map_bank_chk_ws to Map_bank_vs.
	%beg
	Map_union_key_ws(.Idname = "GL_MAP_TABLES",
			 .Idprod = "MTS",
			 .Idbank = Map_bank_vs,
			 .Idloc  = null,
			 .Idcust = null);
	Map_item_key_ws = "GLMAP:";
	Map_ordinal_ws = <1>;
	Map_item_type_ws = "VSTR(64)";
	%end.

	Perform X24_LOAD_ONE_MAP thru X24_LOAD_ONE_MAP_end.
	Perform until (Failure_is in Map_cfg_status)
		   or (Map_count_ws >= 2000)
	    Add 1 to Map_ordinal_ws
	    Perform X24_LOAD_ONE_MAP thru X24_LOAD_ONE_MAP_end
	End-perform.

X22_LOAD_BANK_MAP_end.
	Exit.


X24_LOAD_ONE_MAP.
%^ Fetch one mapping item at the current ordinal and file it.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Map_union_key_ws
		BY Reference Idprod of Map_union_key_ws
		BY Reference Idbank of Map_union_key_ws
		BY Reference Idloc of Map_union_key_ws
		BY Reference Idcust of Map_union_key_ws
		BY Reference Map_item_key_ws
		By Reference Map_ordinal_ws
		By Reference Map_item_type_ws
		By Reference Map_data_ws
		By Reference Map_data_ws_length
		By Reference Map_errmsg_ws
		By Reference Map_errmsg_ws_length
	RETURNING Map_cfg_status.

	If Failure_is in Map_cfg_status
	    Go to X24_LOAD_ONE_MAP_end
	End-if.

	%beg
	Parse ^in(Map_data_ws), Map_acct_vs, "|", Map_glacct_vs, ^SPACE, /;
	%end.

	If Failure_is in Parse_status
	  or Map_acct_vs_length = 0
	  or Map_glacct_vs_length = 0
	    Go to X24_LOAD_ONE_MAP_end
	End-if.

	If Map_acct_vs(1:Map_acct_vs_length) = "*SUSPENSE"
	    Move spaces to Map_susp_gl_ws(Map_bank_idx_ws)
	    Move Map_glacct_vs(1:Map_glacct_vs_length)
		    to Map_susp_gl_ws(Map_bank_idx_ws)
	    Go to X24_LOAD_ONE_MAP_end
	End-if.

	If Map_count_ws < 2000
	    Add 1 to Map_count_ws
	    Move Map_bank_chk_ws to Map_bank_ws(Map_count_ws)
	    Move spaces to Map_key_ws(Map_count_ws)
	    Move Map_acct_vs(1:Map_acct_vs_length)
		    to Map_key_ws(Map_count_ws)
	    Move spaces to Map_gl_ws(Map_count_ws)
	    Move Map_glacct_vs(1:Map_glacct_vs_length)
		    to Map_gl_ws(Map_count_ws)
	End-if.

X24_LOAD_ONE_MAP_end.
	Exit.


X30_POST.
%^ Debit Post_dr_gl_ws and credit Post_cr_gl_ws by the record's amount
%^ in Post_bank_ws's Post_ccy_ws journal.

	Move Post_dr_gl_ws to Post_gl_chk_ws.
	Perform X35_FIND_SLOT thru X35_FIND_SLOT_end.
	If Jnl_tally_slot_ws = zero
	    Add 1 to Jnl_lost_ws
	Else
	    Add GLX_AMOUNT to Jnl_tally_dr_ws(Jnl_tally_slot_ws)
	    Add 1 to Jnl_tally_drct_ws(Jnl_tally_slot_ws)
	End-if.

	Move Post_cr_gl_ws to Post_gl_chk_ws.
	Perform X35_FIND_SLOT thru X35_FIND_SLOT_end.
	If Jnl_tally_slot_ws = zero
	    Add 1 to Jnl_lost_ws
	Else
	    Add GLX_AMOUNT to Jnl_tally_cr_ws(Jnl_tally_slot_ws)
	    Add 1 to Jnl_tally_crct_ws(Jnl_tally_slot_ws)
	End-if.

X30_POST_end.
	Exit.


X35_FIND_SLOT.
%^ Return (in Jnl_tally_slot_ws) the tally slot for Post_bank_ws/
%^ Post_ccy_ws/Post_gl_chk_ws, claiming the next free slot the first
%^ time the combination is seen; zero when the table is full.

	Move zero to Jnl_tally_slot_ws.

	Perform varying Jnl_tally_idx_ws from 1 by 1
		until Jnl_tally_idx_ws > 1000
	    If (Jnl_tally_bank_ws(Jnl_tally_idx_ws) = Post_bank_ws
	      and Jnl_tally_ccy_ws(Jnl_tally_idx_ws) = Post_ccy_ws
	      and Jnl_tally_gl_ws(Jnl_tally_idx_ws) = Post_gl_chk_ws)
	      or (Jnl_tally_bank_ws(Jnl_tally_idx_ws) = spaces
	      and Jnl_tally_gl_ws(Jnl_tally_idx_ws) = spaces)
		Move Jnl_tally_idx_ws to Jnl_tally_slot_ws
		Move Post_bank_ws to Jnl_tally_bank_ws(Jnl_tally_idx_ws)
		Move Post_ccy_ws to Jnl_tally_ccy_ws(Jnl_tally_idx_ws)
		Move Post_gl_chk_ws to Jnl_tally_gl_ws(Jnl_tally_idx_ws)
		Move 1001 to Jnl_tally_idx_ws
	    End-if
	End-perform.

X35_FIND_SLOT_end.
	Exit.


C10_WRITE_JOURNALS.
%^ One journal per bank and currency: header, a debit and/or credit
%^ line per GL account, and the balancing total.

	Perform varying Jnl_tally_idx_ws from 1 by 1
		until Jnl_tally_idx_ws > 1000

	    If Jnl_tally_gl_ws(Jnl_tally_idx_ws) not = spaces
	      and Jnl_tally_done_ws(Jnl_tally_idx_ws) not = "Y"
		Move Jnl_tally_bank_ws(Jnl_tally_idx_ws) to Cur_bank_ws
		Move Jnl_tally_ccy_ws(Jnl_tally_idx_ws) to Cur_ccy_ws
		Perform D10_ONE_JOURNAL thru D10_ONE_JOURNAL_end
	    End-if

	End-perform.

C10_WRITE_JOURNALS_end.
	Exit.


D10_ONE_JOURNAL.

	Add 1 to Jnl_count_ws.
	Move zero to Jnl_lines_ws, Jnl_dr_total_ws, Jnl_cr_total_ws.

	Move spaces to JNL_OUT_REC.
	Move "H" to JNL_REC_TYPE.
	Move Cur_bank_ws to JNL_BANK.
	Move Cur_ccy_ws to JNL_CURRENCY.
	Move Jnl_date_x_ws to JNL_DATE.
	Move zero to JNL_AMOUNT, JNL_COUNT, JNL_CR_TOTAL.
	Write JNL_OUT_REC.
	Add 1 to Out_count_ws.

	Perform varying Jnl_line_idx_ws from Jnl_tally_idx_ws by 1
		until Jnl_line_idx_ws > 1000

	    If Jnl_tally_bank_ws(Jnl_line_idx_ws) = Cur_bank_ws
	      and Jnl_tally_ccy_ws(Jnl_line_idx_ws) = Cur_ccy_ws
	      and Jnl_tally_gl_ws(Jnl_line_idx_ws) not = spaces
		Move "Y" to Jnl_tally_done_ws(Jnl_line_idx_ws)
		If Jnl_tally_drct_ws(Jnl_line_idx_ws) > 0
		    Move "D" to JNL_DR_CR
		    Move Jnl_tally_dr_ws(Jnl_line_idx_ws) to JNL_AMOUNT
		    Move Jnl_tally_drct_ws(Jnl_line_idx_ws) to JNL_COUNT
		    Add Jnl_tally_dr_ws(Jnl_line_idx_ws) to Jnl_dr_total_ws
		    Perform D20_WRITE_LINE thru D20_WRITE_LINE_end
		End-if
		If Jnl_tally_crct_ws(Jnl_line_idx_ws) > 0
		    Move "C" to JNL_DR_CR
		    Move Jnl_tally_cr_ws(Jnl_line_idx_ws) to JNL_AMOUNT
		    Move Jnl_tally_crct_ws(Jnl_line_idx_ws) to JNL_COUNT
		    Add Jnl_tally_cr_ws(Jnl_line_idx_ws) to Jnl_cr_total_ws
		    Perform D20_WRITE_LINE thru D20_WRITE_LINE_end
		End-if
	    End-if

	End-perform.

	If Jnl_dr_total_ws not = Jnl_cr_total_ws
	    Move "Y" to Jnl_bad_sw
	End-if.

	Move spaces to JNL_OUT_REC.
	Move "T" to JNL_REC_TYPE.
	Move Cur_bank_ws to JNL_BANK.
	Move Cur_ccy_ws to JNL_CURRENCY.
	Move Jnl_date_x_ws to JNL_DATE.
	Move Jnl_dr_total_ws to JNL_AMOUNT.
	Move Jnl_lines_ws to JNL_COUNT.
	Move Jnl_cr_total_ws to JNL_CR_TOTAL.
	Write JNL_OUT_REC.
	Add 1 to Out_count_ws.
	Add Jnl_dr_total_ws to Out_hash_ws.

D10_ONE_JOURNAL_end.
	Exit.


D20_WRITE_LINE.
%^ JNL_DR_CR, JNL_AMOUNT and JNL_COUNT are loaded by the caller.

	Move "L" to JNL_REC_TYPE.
	Move Cur_bank_ws to JNL_BANK.
	Move Cur_ccy_ws to JNL_CURRENCY.
	Move Jnl_date_x_ws to JNL_DATE.
	Move Jnl_tally_gl_ws(Jnl_line_idx_ws) to JNL_GL_ACCOUNT.
	Move zero to JNL_CR_TOTAL.
	Write JNL_OUT_REC.
	Add 1 to Out_count_ws.
	Add 1 to Jnl_lines_ws.
	Add JNL_AMOUNT to Out_hash_ws.

D20_WRITE_LINE_end.
	Exit.
