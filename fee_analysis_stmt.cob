%Module FEE_ANALYSIS_STMT <main>;
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

* Month-end customer account analysis statement.
*
* DEBITSIDE_LOOKUP's X984_ACCRUE_FEE writes every completed payment's
* fee, priced from the FEE_SCHED_LOAD schedule, to FEE_ACCRUAL_LOG.
* For the month of the standard /DATE qualifier this program produces,
* per debit account:
*
*	- an account analysis statement (FEE_ANALYSIS_STMT_OUTPUT):
*	  wire count and fees by fee category, then the account's
*	  total wires and total charge;
*	- the billing system's flat file (FEE_BILLING_OUTPUT), one "D"
*	  record per account and category and one "T" total record per
*	  account, fixed columns:
*		col    1     record type, D or T
*		cols   2-7   statement month, yyyymm
*		cols   8-10  bank
*		cols  11-44  debit account
*		cols  45-48  fee category (spaces on a T record)
*		cols  49-55  wire count, 9(07)
*		cols  56-70  fees, 9(13)v99
*
* The accrual log is keyed by TRN, so the month's entries are first
* copied to the FEE_STMT_WORK queue keyed bank:account:category:TRN
* (purged and rebuilt each run, the way AUX_DELTA_LOAD rebuilds its
* cross-reference), whose walk order then gives the control breaks.

* REVISION HISTORY
* ----------------
*
* R. Iverson	07-Sep-2010	CR13207
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select STMT_RPT_FILE	Assign to "FEE_ANALYSIS_STMT_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select BILL_OUT_FILE	Assign to "FEE_BILLING_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  STMT_RPT_FILE record 132 characters.
01  STMT_RPT_REC		Pic X(132).

FD  BILL_OUT_FILE record 70 characters.
01  BILL_OUT_REC.
    02 BILL_REC_TYPE		Pic X(01).
    02 BILL_MONTH		Pic X(06).
    02 BILL_BANK		Pic X(03).
    02 BILL_ACCOUNT		Pic X(34).
    02 BILL_CATEGORY		Pic X(04).
    02 BILL_COUNT		Pic 9(07).
    02 BILL_FEES		Pic 9(13)v99.

Working-Storage Section.

01 Stmt_month_ws		Pic X(06) value spaces.
01 First_entry_sw		Pic X value "Y".
   88 First_entry		value "Y".

01 Cur_bank_ws			Pic X(03).
01 Cur_account_ws		Pic X(34).
01 Cur_category_ws		Pic X(04).
01 Wrk_bank_ws			Pic X(03).
01 Wrk_account_ws		Pic X(34).
01 Wrk_category_ws		Pic X(04).

01 Cat_count_ws			pic 9(07) comp-5 value zeroes.
01 Acct_count_ws		pic 9(07) comp-5 value zeroes.
01 Stmt_count_ws		pic 9(07) comp-5 value zeroes.
01 Wire_count_ws		pic 9(07) comp-5 value zeroes.
01 Cat_fees_ws			pic 9(13)v99 comp-3 value zeroes.
01 Acct_fees_ws			pic 9(13)v99 comp-3 value zeroes.
01 Fee_one_ws			pic 9(13)v99 comp-3 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP fields above for the STRINGs below.
01 Cat_count_ws_d		pic 9(07) usage display.
01 Acct_count_ws_d		pic 9(07) usage display.
01 Stmt_count_ws_d		pic 9(07) usage display.
01 Wire_count_ws_d		pic 9(07) usage display.
01 Cat_fees_ws_d		pic 9(13).99 usage display.
01 Acct_fees_ws_d		pic 9(13).99 usage display.

01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def	<RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def			%^ local fsect.

Fee_log_q:		que(	%`SBJ_DD_PATH:FEE_ACCRUAL_LOG.DDF`);
Fee_work_q:		que(	%`SBJ_DD_PATH:FEE_STMT_WORK.DDF`);
Stmt_date_ws:		str(8);
Work_key_vs:		vstr(64);
Work_acct_vs:		vstr(34);
Work_trn_vs:		vstr(16);
Work_clip_compose:	Compose(^NOTRAILING_BLANKS);
Work_purge_ws:		long;
Rpt_init_status:	Boolean;
Ws_rsts:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform B05_BUILD_WORK thru B05_BUILD_WORK_end.

	Open Output STMT_RPT_FILE.
	Open Output BILL_OUT_FILE.

	Perform B10_WALK_WORK thru B10_WALK_WORK_end.

	Move Stmt_count_ws to Stmt_count_ws_d.
	Move Wire_count_ws to Wire_count_ws_d.
	Move spaces to Report_line_ws.
	String "Month " Delimited by size,
	       Stmt_month_ws Delimited by size,
	       ": " Delimited by size,
	       Stmt_count_ws_d Delimited by size,
	       " account statement(s), " Delimited by size,
	       Wire_count_ws_d Delimited by size,
	       " wire(s) charged" Delimited by size
		into Report_line_ws.
	Write STMT_RPT_REC from Report_line_ws.

	Close STMT_RPT_FILE.
	Close BILL_OUT_FILE.

	%beg
	BREAK: Fee_log_q;
	BREAK: Fee_work_q;
	%end.

	%^*********************************************************************
	%^* FEE_ANALYSIS_STMT$_COUNT  /I ${1} account statement(s),
	%^*	${2} wire(s) charged.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"FEE_ANALYSIS_STMT$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Stmt_count_ws, Wire_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%beg
	Fee_log_q	(Read_Only);
	%end.

	call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /DATE command line qualifier;
* the statement covers that date's calendar month.
	Call "RPT_INIT" returning Rpt_init_status.

	If Failure_is in Rpt_init_status
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%beg Stmt_date_ws = Rpt_Date.yyyymmdd; %end.
	Move Stmt_date_ws(1:6) to Stmt_month_ws.

	%ACE_CONN_Q "MTS"////"FEE_ACCRUAL_LOG" to Fee_log_q giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"FEE_STMT_WORK" to Fee_work_q giving Ws_rsts;

A10_SBJ_INIT_end.
	Exit.


B05_BUILD_WORK.
%^ Empty the work queue, then copy the month's accruals into it under
%^ bank:account:category:TRN.

	%beg
	FIRST: Fee_work_q;
	%end.

	Perform until Seq_end_is in Fee_work_q_cursor

	    %beg
	    DELETE: Fee_work_q (notrap, insert_lock, nomod_wait);
	    %end

	    If success_is in Fee_work_q_status
		Add 1 to Work_purge_ws
		%beg
		COMMIT: Tran;
		FIRST: Fee_work_q;
		%end
	    Else
		%beg
		NEXT: Fee_work_q;
		%end
	    End-if

	End-perform.

	%beg
	FIRST: Fee_log_q;
	%end.

	Perform until Seq_end_is in Fee_log_q_cursor

	    If Accrual_date of Fee_log_q(1:6) = Stmt_month_ws
		%beg
		Work_acct_vs = Fee_log_q.Dbt_account;
		Work_trn_vs = Fee_log_q.Trn_key;
		Work_clip_compose ^OUT(Work_key_vs)
		    Fee_log_q.Bank, ":", Work_acct_vs, ":",
		    Fee_log_q.Category, ":", Work_trn_vs, /;

		Alloc_Elem: Fee_work_q(notrap,
		    .Work_key	 = Work_key_vs,
		    .Bank	 = Fee_log_q.Bank,
		    .Dbt_account = Work_acct_vs,
		    .Category	 = Fee_log_q.Category,
		    .Fee	 = Fee_log_q.Fee );
		COMMIT: Tran;
		%end
	    End-if

	    %beg NEXT: Fee_log_q; %end

	End-perform.

B05_BUILD_WORK_end.
	Exit.


B10_WALK_WORK.
%^ Walk the work queue in bank/account/category order, breaking on
%^ category and account.

	%beg
	FIRST: Fee_work_q;
	%end.

	Perform until Seq_end_is in Fee_work_q_cursor

	    Move spaces to Wrk_account_ws.
	    %beg Work_acct_vs = Fee_work_q.Dbt_account; %end
	    If Work_acct_vs_length > 0
		Move Work_acct_vs(1:Work_acct_vs_length) to Wrk_account_ws
	    End-if
	    Move Bank of Fee_work_q to Wrk_bank_ws
	    Move Category of Fee_work_q to Wrk_category_ws

	    If First_entry
		Move "N" to First_entry_sw
		Perform C10_START_ACCOUNT thru C10_START_ACCOUNT_end
	    Else
		If Wrk_bank_ws not = Cur_bank_ws
		  or Wrk_account_ws not = Cur_account_ws
		    Perform C20_END_CATEGORY thru C20_END_CATEGORY_end
		    Perform C30_END_ACCOUNT thru C30_END_ACCOUNT_end
		    Perform C10_START_ACCOUNT thru C10_START_ACCOUNT_end
		Else
		    If Wrk_category_ws not = Cur_category_ws
			Perform C20_END_CATEGORY thru C20_END_CATEGORY_end
			Move Wrk_category_ws to Cur_category_ws
		    End-if
		End-if
	    End-if

	    Move Fee of Fee_work_q to Fee_one_ws
	    Add 1 to Cat_count_ws
	    Add Fee_one_ws to Cat_fees_ws

	    %beg NEXT: Fee_work_q; %end

	End-perform.

	If not First_entry
	    Perform C20_END_CATEGORY thru C20_END_CATEGORY_end
	    Perform C30_END_ACCOUNT thru C30_END_ACCOUNT_end
	End-if.

B10_WALK_WORK_end.
	Exit.


C10_START_ACCOUNT.
%^ Statement heading for the account now starting.

	Move Wrk_bank_ws to Cur_bank_ws.
	Move Wrk_account_ws to Cur_account_ws.
	Move Wrk_category_ws to Cur_category_ws.
	Move zero to Acct_count_ws, Acct_fees_ws.
	Add 1 to Stmt_count_ws.

	Move spaces to Report_line_ws.
	Write STMT_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Account analysis statement  month " Delimited by size,
	       Stmt_month_ws Delimited by size,
	       "  bank " Delimited by size,
	       Cur_bank_ws Delimited by size,
	       "  account " Delimited by size,
	       Cur_account_ws Delimited by size
		into Report_line_ws.
	Write STMT_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "    Category    Wires                Fees" Delimited by size
		into Report_line_ws.
	Write STMT_RPT_REC from Report_line_ws.

C10_START_ACCOUNT_end.
	Exit.


C20_END_CATEGORY.
%^ One category line on the statement and its billing "D" record.

	Move Cat_count_ws to Cat_count_ws_d.
	Move Cat_fees_ws to Cat_fees_ws_d.
	Move spaces to Report_line_ws.
	String "    " Delimited by size,
	       Cur_category_ws Delimited by size,
	       "        " Delimited by size,
	       Cat_count_ws_d Delimited by size,
	       "  " Delimited by size,
	       Cat_fees_ws_d Delimited by size
		into Report_line_ws.
	Write STMT_RPT_REC from Report_line_ws.

	Move spaces to BILL_OUT_REC.
	Move "D" to BILL_REC_TYPE.
	Move Stmt_month_ws to BILL_MONTH.
	Move Cur_bank_ws to BILL_BANK.
	Move Cur_account_ws to BILL_ACCOUNT.
	Move Cur_category_ws to BILL_CATEGORY.
	Move Cat_count_ws to BILL_COUNT.
	Move Cat_fees_ws to BILL_FEES.
	Write BILL_OUT_REC.

	Add Cat_count_ws to Acct_count_ws.
	Add Cat_fees_ws to Acct_fees_ws.
	Move zero to Cat_count_ws, Cat_fees_ws.

C20_END_CATEGORY_end.
	Exit.


C30_END_ACCOUNT.
%^ The account's totals on the statement and its billing "T" record.

	Move Acct_count_ws to Acct_count_ws_d.
	Move Acct_fees_ws to Acct_fees_ws_d.
	Move spaces to Report_line_ws.
	String "    Total       " Delimited by size,
	       Acct_count_ws_d Delimited by size,
	       "  " Delimited by size,
	       Acct_fees_ws_d Delimited by size
		into Report_line_ws.
	Write STMT_RPT_REC from Report_line_ws.

	Move spaces to BILL_OUT_REC.
	Move "T" to BILL_REC_TYPE.
	Move Stmt_month_ws to BILL_MONTH.
	Move Cur_bank_ws to BILL_BANK.
	Move Cur_account_ws to BILL_ACCOUNT.
	Move Acct_count_ws to BILL_COUNT.
	Move Acct_fees_ws to BILL_FEES.
	Write BILL_OUT_REC.

	Add Acct_count_ws to Wire_count_ws.

C30_END_ACCOUNT_end.
	Exit.
